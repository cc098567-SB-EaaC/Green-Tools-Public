      ** 序號查詢 (SERINQ.CBL):輸入產品編號與序號，顯示該台之
      **                      目前狀態、進貨訂購單、售出之銷售
      **                      單號與客戶、依銷售日算出之保固到期
      **                      日與是否仍在保固內、最近之退回
      **                      RMA，並逐筆列出序號歷程檔之全部
      **                      進貨、銷售、退回、回庫與報廢紀錄，
      **                      供保固退修時確認是否本公司售出
      **                      對照 (RECALL.CBL) 之追查用途

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SerialInquiry.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT SERL-FILE ASSIGN TO RANDOM SERL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SE-KEY
                  FILE STATUS IS SERL-FS.
           SELECT SERH-FILE ASSIGN TO RANDOM SERH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SV-KEY
                  FILE STATUS IS SERH-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD SERL-FILE
           LABEL RECORD IS STANDARD.
           COPY SERLCOPY REPLACING ==SERL-GRP== BY ==SERL-REC==.
        FD SERH-FILE
           LABEL RECORD IS STANDARD.
           COPY SERHCOPY REPLACING ==SERH-GRP== BY ==SERH-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SERL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SERH-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 PROD-FS      PIC XX.
        77 SERL-FS      PIC XX.
        77 SERH-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 SERH-EOF     PIC X  VALUE "N".
        77 SERH-MISSING PIC X  VALUE "N".
        77 CUST-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PRO-NO-IN PIC X(13) VALUE SPACES.
        77 WS-SERIAL-IN PIC X(15) VALUE SPACES.
        77 WS-STATUS-TEXT PIC X(22) VALUE SPACES.
        77 WS-WARR-TEXT PIC X(12) VALUE SPACES.
        77 WS-EVENT-TEXT PIC X(8) VALUE SPACES.
        77 LIST-LINE    PIC 99 VALUE 14.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 8.
        77 WS-MORE-KEY  PIC X.
           COPY RUNDATE.
        01 EVENT-LINE.
           05 EL-SEQ            PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EL-EVENT          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EL-DATE           PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EL-REF-NO         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 EL-PARTY          PIC X(4).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 EL-WAREHOUSE      PIC X(3).
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
        SERL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SERL-FILE.
        SERL-ERROR-PROCESS.
           IF SERL-FS NOT = "00"
              DISPLAY "NO SERIAL NUMBERS ON FILE"
              EXIT PROGRAM.
        SERH-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SERH-FILE.
        SERH-ERROR-PROCESS.
           IF SERH-FS NOT = "00"
              MOVE "Y" TO SERH-MISSING.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              MOVE "Y" TO CUST-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT PROD-FILE
                       SERL-FILE.
            MOVE "N" TO SERH-MISSING.
            OPEN INPUT SERH-FILE.
            MOVE "N" TO CUST-MISSING.
            OPEN INPUT CUST-FILE.
            PERFORM 100-INQUIRE-RTN UNTIL CONTI = "N".
            CLOSE PROD-FILE SERL-FILE.
            IF SERH-MISSING = "N"
               CLOSE SERH-FILE
            END-IF.
            IF CUST-MISSING = "N"
               CLOSE CUST-FILE
            END-IF.
            EXIT PROGRAM.
        100-INQUIRE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "序號查詢" LINE 2 POSITION 30.
            DISPLAY "產品編號 :" LINE 4 POSITION 5.
            ACCEPT WS-PRO-NO-IN LINE 4 POSITION 18.
            DISPLAY "序    號 :" LINE 4 POSITION 35.
            ACCEPT WS-SERIAL-IN LINE 4 POSITION 48.
            MOVE WS-PRO-NO-IN TO SE-PRO-NO OF SERL-REC.
            MOVE WS-SERIAL-IN TO SE-SERIAL-NO OF SERL-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SERL-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "SERIAL NOT ON FILE - NOT RECEIVED OR SOLD BY US"
                       LINE 20 POSITION 5
            ELSE
               PERFORM 200-SHOW-SERIAL-RTN
               PERFORM 300-SHOW-HISTORY-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 23 POSITION 5.
            ACCEPT CONTI LINE 23 POSITION 25.
      * 目前狀態與最近一次之進貨、銷售、退回
        200-SHOW-SERIAL-RTN.
            MOVE WS-PRO-NO-IN TO PRO-NO OF PROD-REC.
            READ PROD-FILE
               INVALID KEY MOVE SPACES TO PRO-NAME OF PROD-REC
            END-READ.
            DISPLAY PRO-NAME OF PROD-REC LINE 5 POSITION 18.
            IF SE-IN-STOCK OF SERL-REC
               MOVE "IN STOCK" TO WS-STATUS-TEXT
            ELSE IF SE-SOLD OF SERL-REC
                    MOVE "SOLD" TO WS-STATUS-TEXT
                 ELSE IF SE-RETURNED OF SERL-REC
                         MOVE "RETURNED - AWAIT DISP" TO WS-STATUS-TEXT
                      ELSE IF SE-SCRAPPED OF SERL-REC
                              MOVE "SCRAPPED" TO WS-STATUS-TEXT
                           ELSE
                              MOVE SE-STATUS OF SERL-REC
                                   TO WS-STATUS-TEXT
                           END-IF
                      END-IF
                 END-IF
            END-IF.
            DISPLAY "目前狀態 : " WS-STATUS-TEXT LINE 6 POSITION 5.
            IF SE-PO-NO OF SERL-REC NOT = SPACES
               DISPLAY "進貨訂單 : " SE-PO-NO OF SERL-REC
                       "-" SE-PO-LINE OF SERL-REC
                       "  廠商 " SE-VEND-NO OF SERL-REC
                       "  收貨日 " SE-RECV-DATE OF SERL-REC
                       LINE 7 POSITION 5
            END-IF.
            IF SE-SALE-NO OF SERL-REC NOT = SPACES
               PERFORM 210-GET-CUSTOMER-RTN
               DISPLAY "銷售單號 : " SE-SALE-NO OF SERL-REC
                       "  客戶 " SE-CUS-NO OF SERL-REC
                       " " CM-CUS-NAME OF CUST-REC
                       "  銷售日 " SE-SALE-DATE OF SERL-REC
                       LINE 8 POSITION 5
               PERFORM 220-WARRANTY-RTN
               DISPLAY "保固到期 : " SE-WARR-EXPIRY OF SERL-REC
                       "  " WS-WARR-TEXT LINE 9 POSITION 5
            END-IF.
            IF SE-RMA-NO OF SERL-REC NOT = SPACES
               DISPLAY "最近退回 : RMA " SE-RMA-NO OF SERL-REC
                       "  退回日 " SE-RETURN-DATE OF SERL-REC
                       LINE 10 POSITION 5
            END-IF.
        210-GET-CUSTOMER-RTN.
            MOVE SPACES TO CM-CUS-NAME OF CUST-REC.
            IF CUST-MISSING = "N"
               MOVE SE-CUS-NO OF SERL-REC TO CM-CUS-NO OF CUST-REC
               READ CUST-FILE
                  INVALID KEY MOVE SPACES TO CM-CUS-NAME OF CUST-REC
               END-READ
            END-IF.
      * 到期日當天仍在保固內;保固月數為 0 者售出時不設到期日
        220-WARRANTY-RTN.
            IF SE-WARR-EXPIRY OF SERL-REC = ZERO
               MOVE "NO WARRANTY" TO WS-WARR-TEXT
            ELSE
               IF SE-WARR-EXPIRY OF SERL-REC < RUN-DATE
                  MOVE "EXPIRED" TO WS-WARR-TEXT
               ELSE
                  MOVE "IN WARRANTY" TO WS-WARR-TEXT
               END-IF
            END-IF.
      * 歷程依序次列出，每頁 8 筆
        300-SHOW-HISTORY-RTN.
            IF SERH-MISSING = "N"
               DISPLAY "序次  事件      日期      單號"
                       LINE 12 POSITION 5
               DISPLAY "銷售       對象  倉庫" LINE 12 POSITION 36
               MOVE 14 TO LIST-LINE
               MOVE 0 TO LIST-CNT
               MOVE SE-PRO-NO OF SERL-REC    TO SV-PRO-NO OF SERH-REC
               MOVE SE-SERIAL-NO OF SERL-REC TO SV-SERIAL-NO OF SERH-REC
               MOVE ZERO TO SV-SEQ OF SERH-REC
               MOVE "N" TO SERH-EOF
               START SERH-FILE KEY IS NOT LESS THAN SV-KEY OF SERH-REC
                  INVALID KEY MOVE "Y" TO SERH-EOF
               END-START
               PERFORM 310-READ-HIST-RTN
               PERFORM 320-SHOW-EVENT-RTN UNTIL SERH-EOF = "Y"
            END-IF.
        310-READ-HIST-RTN.
            IF SERH-EOF = "N"
               READ SERH-FILE NEXT RECORD
                  AT END MOVE "Y" TO SERH-EOF
               END-READ
            END-IF.
            IF SERH-EOF = "N"
               IF SV-PRO-NO OF SERH-REC NOT = SE-PRO-NO OF SERL-REC
                  OR SV-SERIAL-NO OF SERH-REC
                     NOT = SE-SERIAL-NO OF SERL-REC
                  MOVE "Y" TO SERH-EOF
               END-IF
            END-IF.
        320-SHOW-EVENT-RTN.
            IF SV-EVENT OF SERH-REC = "R"
               MOVE "RECEIVED" TO WS-EVENT-TEXT
            ELSE IF SV-EVENT OF SERH-REC = "S"
                    MOVE "SOLD" TO WS-EVENT-TEXT
                 ELSE IF SV-EVENT OF SERH-REC = "T"
                         MOVE "RETURNED" TO WS-EVENT-TEXT
                      ELSE IF SV-EVENT OF SERH-REC = "I"
                              MOVE "RESTOCK" TO WS-EVENT-TEXT
                           ELSE
                              MOVE "SCRAPPED" TO WS-EVENT-TEXT
                           END-IF
                      END-IF
                 END-IF
            END-IF.
            MOVE SV-SEQ OF SERH-REC       TO EL-SEQ.
            MOVE WS-EVENT-TEXT            TO EL-EVENT.
            MOVE SV-DATE OF SERH-REC      TO EL-DATE.
            MOVE SV-REF-NO OF SERH-REC    TO EL-REF-NO.
            MOVE SV-SALE-NO OF SERH-REC   TO EL-SALE-NO.
            MOVE SV-PARTY OF SERH-REC     TO EL-PARTY.
            MOVE SV-WAREHOUSE OF SERH-REC TO EL-WAREHOUSE.
            DISPLAY EVENT-LINE LINE LIST-LINE POSITION 5.
            ADD 1 TO LIST-LINE.
            ADD 1 TO LIST-CNT.
            IF LIST-CNT NOT < MAX-PER-PAGE
               DISPLAY "MORE - PRESS ENTER TO CONTINUE"
                       LINE 23 POSITION 20
               ACCEPT WS-MORE-KEY LINE 23 POSITION 55
               DISPLAY " " LINE 14 POSITION 1 WITH ERASE EOS
               MOVE 14 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
            PERFORM 310-READ-HIST-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SERIAL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SERL-FILE-NAME.
            MOVE "SERIAL.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SERH-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
