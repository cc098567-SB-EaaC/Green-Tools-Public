      **                             自廠商料號檔之現行進價並可
      **                             改寫，經取號副程式編訂單號，
      **                             並列印與自動訂購相同之可逕寄
      **                             廠商訂購單格式;各行另記下
      **                             料號檔原進價(改寫前)與簽入
      **                             之操作員為採購員，供進價差異
      **                             分析;可依廠商將已核准之請購
      **                             單(REQENT.CBL)轉為訂購行;訂單
      **                             總額超過開單者之採購核准額度
      **                             時不列印，以待核准狀態 "W"
      **                             留待 (POAPPR.CBL) 由額度足夠
      **                             者核准後列印;開出之各行另經
      **                             PoTransmit 寫入廠商傳送檔;
      **                             承諾交期落於非營業日者經
      **                             BizDay 順延至次一營業日
      **                             對照 (SAM12-7.CBL) 之訂購單
      **                             產生與單據格式

           SELECT FORM-FILE ASSIGN TO RANDOM FORM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FORM-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
           SELECT REQ-FILE ASSIGN TO RANDOM REQ-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RQ-NO
                  ALTERNATE RECORD KEY IS RQ-VEND-NO
                            WITH DUPLICATES
                  FILE STATUS IS REQ-FS.
           SELECT USER-FILE ASSIGN TO RANDOM USER-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS US-ID
                  FILE STATUS IS USER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD FORM-FILE
           LABEL RECORD IS STANDARD.
        01 FORM-REC             PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
        FD REQ-FILE
           LABEL RECORD IS STANDARD.
           COPY REQNCOPY REPLACING ==REQN-GRP== BY ==REQ-REC==.
        FD USER-FILE
           LABEL RECORD IS STANDARD.
           COPY USERCOPY REPLACING ==USER-GRP== BY ==USER-REC==.

        WORKING-STORAGE SECTION.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VITM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 FORM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 REQ-FILE-NAME          PIC X(30) VALUE SPACES.
        77 USER-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 LINE-CONTI   PIC A  VALUE "Y".
        77 VITM-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 FORM-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 REQ-FS       PIC XX.
        77 USER-FS      PIC XX.
        77 REQ-MISSING  PIC X  VALUE "N".
        77 USER-MISSING PIC X  VALUE "N".
        77 REQ-EOF      PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 WS-CONV-REQ  PIC X  VALUE "N".
        77 REQ-CNT      PIC 9(3) VALUE 0.
        77 WS-PO-LIMIT  PIC 9(7)V99 VALUE 0.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-VEND-NO-IN PIC X(4).
        77 WS-QTY-IN    PIC 9(5) VALUE 0.
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-HOME-COST PIC 9(5)V99 VALUE 0.
        77 WS-LIST-COST PIC 9(5)V99 VALUE 0.
           COPY CURRREQ REPLACING ==CURR-REQ-GRP== BY ==CURR-REQ==.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
           COPY RUNDATE.
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
        FORM-ERROR-PROCESS.
           IF FORM-FS NOT = "00"
              OPEN OUTPUT FORM-FILE.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        REQ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REQ-FILE.
        REQ-ERROR-PROCESS.
           IF REQ-FS NOT = "00"
              MOVE "Y" TO REQ-MISSING.
        USER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USER-FILE.
        USER-ERROR-PROCESS.
           IF USER-FS NOT = "00"
              MOVE "Y" TO USER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            PERFORM 060-GET-LIMIT-RTN.
            OPEN INPUT VEND-FILE
                       PROD-FILE
                       VITM-FILE
                 I-O   PO-FILE
                 EXTEND FORM-FILE.
            MOVE "N" TO REQ-MISSING.
            OPEN I-O REQ-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-ORDER-RTN UNTIL CONTI = "N".
            CLOSE VEND-FILE PROD-FILE VITM-FILE PO-FILE FORM-FILE.
            IF REQ-MISSING = "N"
               CLOSE REQ-FILE
            END-IF.
            EXIT PROGRAM.
      * 採購員為簽入之操作員;未經簽入時記為 BATCH
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            MOVE "BATCH   " TO OP-ID.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "BATCH   " TO OP-ID
               END-READ
               CLOSE OPER-FILE
            END-IF.
      * 開單者之採購核准額度取自使用者主檔;查無者(含 BATCH)
      * 額度為零，所開訂購單一律待核准
        060-GET-LIMIT-RTN.
            MOVE ZERO TO WS-PO-LIMIT.
            MOVE "N" TO USER-MISSING.
            OPEN INPUT USER-FILE.
            IF USER-MISSING = "N"
               MOVE OP-ID TO US-ID OF USER-REC
               MOVE "N" TO WS-KEY-ERR
               READ USER-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  MOVE US-PO-LIMIT OF USER-REC TO WS-PO-LIMIT
               END-IF
               CLOSE USER-FILE
            END-IF.
        100-ORDER-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "人工訂購單輸入" LINE 2 POSITION 25.
                  UNTIL DC-RESULT = "Y"
               PERFORM 200-START-PO-RTN
               MOVE "Y" TO LINE-CONTI
               MOVE "N" TO WS-CONV-REQ
               IF REQ-MISSING = "N"
                  DISPLAY "轉入已核准請購單 ?(Y/N) :"
                          LINE 16 POSITION 10
                  ACCEPT WS-CONV-REQ LINE 16 POSITION 36
               END-IF
               IF WS-CONV-REQ = "Y"
                  PERFORM 500-CONVERT-REQ-RTN
                  DISPLAY "續列產品 ?(Y/N) :" LINE 18 POSITION 10
                  ACCEPT LINE-CONTI LINE 18 POSITION 30
               END-IF
               PERFORM 300-PO-LINE-RTN UNTIL LINE-CONTI = "N"
               IF WS-LINE-NO > ZERO
                  PERFORM 600-FINISH-PO-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
            MOVE ZERO TO PO-TOTAL.
            DISPLAY "訂單編號 : " WS-PO-NO-BUILD
                    LINE 6 POSITION 10.
      * 承諾交期由廠商報出，可為未來日;非營業日者順延至次一營業日
        250-ACCEPT-PROMISE-RTN.
            DISPLAY "承諾交期 (YYYYMMDD) :" LINE 7 POSITION 10.
            ACCEPT WS-PROMISE-DATE LINE 7 POSITION 33.
            IF DC-RESULT NOT = "Y"
               DISPLAY "INVALID DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            ELSE
               MOVE "N"             TO BD-FUNCTION OF BZDY-REQ
               MOVE WS-PROMISE-DATE TO BD-DATE-IN OF BZDY-REQ
               CALL "BizDay" USING BZDY-REQ
               IF BD-WORKING OF BZDY-REQ = "N"
                  MOVE BD-DATE-OUT OF BZDY-REQ TO WS-PROMISE-DATE
                  DISPLAY "NOT A WORKING DAY - PROMISE DATE MOVED TO "
                          WS-PROMISE-DATE LINE 20 POSITION 10
               END-IF
            END-IF.
      * 外幣廠商取訂購日匯率;本幣廠商匯率為 1
        270-GET-RATE-RTN.
            ELSE
               MOVE VI-COST OF VITM-REC TO WS-COST-IN
            END-IF.
            MOVE WS-COST-IN TO WS-LIST-COST.
        400-WRITE-PO-LINE-RTN.
            ADD 1 TO WS-LINE-NO.
            MOVE WS-PO-NO-BUILD     TO PO-NO OF PO-REC.
                       WS-QTY-IN * WS-COST-IN
            END-IF.
            MOVE WS-HOME-COST       TO PO-UNIT-COST OF PO-REC.
            IF VEND-CURR OF VEND-REC = SPACES
               MOVE WS-LIST-COST TO PO-LIST-COST OF PO-REC
            ELSE
               COMPUTE PO-LIST-COST OF PO-REC ROUNDED =
                       WS-LIST-COST * CC-RATE OF CURR-REQ
            END-IF.
            MOVE OP-ID              TO PO-BUYER OF PO-REC.
            COMPUTE PO-VALUE OF PO-REC = WS-QTY-IN * WS-HOME-COST.
            COMPUTE WS-VALUE = WS-QTY-IN * WS-HOME-COST.
            MOVE RUN-YY TO PO-YY OF PO-REC.
            MOVE RUN-MM TO PO-MM OF PO-REC.
            MOVE RUN-DD TO PO-DD OF PO-REC.
            MOVE "W"    TO PO-STATUS OF PO-REC.
            MOVE WS-QTY-IN TO PO-QTY-ORIG OF PO-REC.
            MOVE ZERO      TO PO-QTY-RECV OF PO-REC.
            MOVE WS-PROMISE-DATE TO PO-PROMISE-DATE OF PO-REC.
            MOVE ZERO            TO PO-RECV-DATE OF PO-REC.
            MOVE "N"             TO PO-DROP-SHIP OF PO-REC.
            MOVE SPACES          TO PO-SO-NO OF PO-REC.
            MOVE ZERO            TO PO-SO-LINE OF PO-REC.
            WRITE PO-REC
               INVALID KEY
                  DISPLAY "DUPLICATE PO NUMBER !! "
                          PO-KEY OF PO-REC
            END-WRITE.
            ADD WS-VALUE TO PO-TOTAL.
      * 依替代鍵讀取本廠商之請購單，已核准(A)者逐張轉為訂購行
      * (單價同人工輸入取廠商料號檔進價)，請購單改註已轉單(P)
      * 並記下訂單編號
        500-CONVERT-REQ-RTN.
            MOVE ZERO TO REQ-CNT.
            MOVE "N" TO REQ-EOF.
            MOVE WS-VEND-NO-IN TO RQ-VEND-NO OF REQ-REC.
            START REQ-FILE KEY IS EQUAL TO RQ-VEND-NO OF REQ-REC
               INVALID KEY MOVE "Y" TO REQ-EOF
            END-START.
            PERFORM 510-READ-REQ-RTN.
            PERFORM 520-ONE-REQ-RTN UNTIL REQ-EOF = "Y".
            DISPLAY "REQUISITIONS CONVERTED : " REQ-CNT
                    LINE 17 POSITION 10.
        510-READ-REQ-RTN.
            READ REQ-FILE NEXT RECORD
               AT END MOVE "Y" TO REQ-EOF
            END-READ.
            IF REQ-EOF = "N"
               AND RQ-VEND-NO OF REQ-REC NOT = WS-VEND-NO-IN
               MOVE "Y" TO REQ-EOF
            END-IF.
        520-ONE-REQ-RTN.
            IF RQ-APPROVED OF REQ-REC
               MOVE RQ-PRO-NO OF REQ-REC TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  DISPLAY "PRODUCT NOT FOUND FOR REQUISITION "
                          RQ-NO OF REQ-REC LINE 20 POSITION 10
               ELSE
                  MOVE RQ-QTY OF REQ-REC TO WS-QTY-IN
                  PERFORM 350-DEFAULT-COST-RTN
                  PERFORM 400-WRITE-PO-LINE-RTN
                  MOVE "P" TO RQ-STATUS OF REQ-REC
                  MOVE WS-PO-NO-BUILD TO RQ-PO-NO OF REQ-REC
                  REWRITE REQ-REC
                     INVALID KEY
                        DISPLAY "ERROR UPDATING REQ.DAT FOR "
                                RQ-NO OF REQ-REC
                  END-REWRITE
                  ADD 1 TO REQ-CNT
               END-IF
            END-IF.
            PERFORM 510-READ-REQ-RTN.
      * 訂購行先以待核准 "W" 寫入;訂單總額在開單者額度內者
      * 隨即改為 "O" 並列印，超過者留待核准，不列印
        600-FINISH-PO-RTN.
            IF PO-TOTAL > WS-PO-LIMIT
               DISPLAY "PO OVER YOUR APPROVAL LIMIT - "
                       "PENDING APPROVAL" LINE 19 POSITION 10
            ELSE
               PERFORM 700-RELEASE-PO-RTN
            END-IF.
        700-RELEASE-PO-RTN.
            WRITE FORM-REC FROM FORM-HEADING1 AFTER PAGE.
            WRITE FORM-REC FROM FORM-HEADING2 AFTER 2 LINES.
            MOVE VEND-NAME OF VEND-REC    TO FV-VEND-NAME.
            MOVE VEND-ADDRESS OF VEND-REC TO FV-VEND-ADDRESS.
            WRITE FORM-REC FROM FORM-VEND-LINE1 AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-VEND-LINE2 AFTER 1 LINES.
            MOVE WS-PO-NO-BUILD TO FV-PO-NO.
            MOVE RUN-YY TO FV-YY.
            MOVE RUN-MM TO FV-MM.
            MOVE RUN-DD TO FV-DD.
            WRITE FORM-REC FROM FORM-PO-LINE AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-DETAIL-HEADING AFTER 2 LINES.
            MOVE "N" TO PO-EOF.
            MOVE WS-PO-NO-BUILD TO PO-NO OF PO-REC.
            MOVE ZERO           TO PO-LINE-NO OF PO-REC.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY OF PO-REC
               INVALID KEY MOVE "Y" TO PO-EOF
            END-START.
            PERFORM 710-READ-PO-RTN.
            PERFORM 720-RELEASE-LINE-RTN UNTIL PO-EOF = "Y".
            MOVE PO-TOTAL TO FT-TOTAL.
            WRITE FORM-REC FROM FORM-TOTAL-LINE AFTER 2 LINES.
        710-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
            IF PO-EOF = "N"
               AND PO-NO OF PO-REC NOT = WS-PO-NO-BUILD
               MOVE "Y" TO PO-EOF
            END-IF.
      * 外幣廠商單價列外幣價，金額列本幣(與輸入時同)
        720-RELEASE-LINE-RTN.
            MOVE "O" TO PO-STATUS OF PO-REC.
            REWRITE PO-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PO.DAT FOR "
                          PO-KEY OF PO-REC
               NOT INVALID KEY
                  CALL "PoTransmit" USING PO-REC
            END-REWRITE.
            MOVE PO-LINE-NO OF PO-REC TO FL-LINE-NO.
            MOVE PO-PRO-NO OF PO-REC  TO FL-PRO-NO.
            MOVE PO-QTY OF PO-REC     TO FL-QTY.
            MOVE PO-UNIT OF PO-REC    TO FL-UNIT.
            IF PO-CURR OF PO-REC = SPACES
               MOVE PO-UNIT-COST OF PO-REC TO FL-UNIT-COST
            ELSE
               MOVE PO-FOREIGN-COST OF PO-REC TO FL-UNIT-COST
            END-IF.
            MOVE PO-VALUE OF PO-REC   TO FL-VALUE.
            WRITE FORM-REC FROM FORM-DETAIL-LINE AFTER 2 LINES.
            PERFORM 710-READ-PO-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            MOVE "PORDER.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO FORM-FILE-NAME.
            MOVE "REQ.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REQ-FILE-NAME.
            MOVE "USER.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO USER-FILE-NAME.
