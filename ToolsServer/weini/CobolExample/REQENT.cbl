      ** 請購單輸入 (REQENT.CBL):倉庫等需用人員提出請購:產品、
      **                         數量、需用日期與理由，經取號副
      **                         程式編請購單號，簽入之操作員
      **                         記為請購人;廠商取產品主檔之
      **                         供應廠商，供採購員依廠商彙總
      **                         核准後於 (POENTRY.CBL) 轉開訂購
      **                         單
      **                         對照 (POENTRY.CBL) 之輸入畫面與
      **                         (BOCANCEL.CBL) 之產品檢核

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ReqEntry.
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
           SELECT REQ-FILE ASSIGN TO RANDOM REQ-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RQ-NO
                  ALTERNATE RECORD KEY IS RQ-VEND-NO
                            WITH DUPLICATES
                  FILE STATUS IS REQ-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD REQ-FILE
           LABEL RECORD IS STANDARD.
           COPY REQNCOPY REPLACING ==REQN-GRP== BY ==REQ-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 REQ-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 REQ-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-QTY-IN    PIC 9(5) VALUE 0.
        77 WS-NEED-DATE PIC 9(8) VALUE 0.
        77 WS-REASON-IN PIC X(30) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 NN-SERIES    PIC X(8) VALUE "REQ".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-REQ-NO-BUILD PIC 9(6) VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
           COPY RUNDATE.
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
        REQ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REQ-FILE.
        REQ-ERROR-PROCESS.
           IF REQ-FS NOT = "00"
              OPEN OUTPUT REQ-FILE
              CLOSE REQ-FILE
              OPEN I-O REQ-FILE.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            OPEN INPUT PROD-FILE
                 I-O   REQ-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-REQUEST-RTN UNTIL CONTI = "N".
            CLOSE PROD-FILE REQ-FILE.
            EXIT PROGRAM.
      * 請購人為簽入之操作員;未經簽入時記為 BATCH
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
      * 產品須有供應廠商，方能由採購員依廠商轉開訂購單
        100-REQUEST-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "請購單輸入" LINE 2 POSITION 25.
            DISPLAY "請購人 : " OP-ID LINE 3 POSITION 10.
            DISPLAY "產品編號 :" LINE 4 POSITION 10.
            ACCEPT PRO-NO OF PROD-REC LINE 4 POSITION 23.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY "產品名稱 : " PRO-NAME OF PROD-REC
                       LINE 5 POSITION 10
               IF PRO-VEND-NO OF PROD-REC = SPACES
                  DISPLAY "PRODUCT HAS NO VENDOR - SEE BUYER"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 200-ACCEPT-DETAIL-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        200-ACCEPT-DETAIL-RTN.
            DISPLAY "數量 :" LINE 7 POSITION 10.
            ACCEPT WS-QTY-IN LINE 7 POSITION 23.
            IF WS-QTY-IN = ZERO
               DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                       LINE 20 POSITION 10
            ELSE
               MOVE "N" TO DC-RESULT
               PERFORM 250-ACCEPT-NEED-DATE-RTN
                  UNTIL DC-RESULT = "Y"
               MOVE SPACES TO WS-REASON-IN
               PERFORM 270-ACCEPT-REASON-RTN
                  UNTIL WS-REASON-IN NOT = SPACES
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  PERFORM 300-WRITE-REQ-RTN
               END-IF
            END-IF.
      * 需用日期不得早於今日
        250-ACCEPT-NEED-DATE-RTN.
            DISPLAY "需用日期 (YYYYMMDD) :" LINE 9 POSITION 10.
            ACCEPT WS-NEED-DATE LINE 9 POSITION 33.
            CALL "DateCheck" USING WS-NEED-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY "INVALID DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            ELSE
               IF WS-NEED-DATE < WS-RUN-DATE-NUM
                  MOVE "N" TO DC-RESULT
                  DISPLAY "NEED-BY DATE IS BEFORE TODAY"
                          LINE 20 POSITION 10
               END-IF
            END-IF.
        270-ACCEPT-REASON-RTN.
            DISPLAY "請購理由 :" LINE 11 POSITION 10.
            ACCEPT WS-REASON-IN LINE 11 POSITION 23.
            IF WS-REASON-IN = SPACES
               DISPLAY "INVALID DATA - REASON MUST NOT BE BLANK"
                       LINE 20 POSITION 10
            END-IF.
        300-WRITE-REQ-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-REQ-NO-BUILD.
            MOVE WS-REQ-NO-BUILD          TO RQ-NO OF REQ-REC.
            MOVE PRO-NO OF PROD-REC       TO RQ-PRO-NO OF REQ-REC.
            MOVE PRO-VEND-NO OF PROD-REC  TO RQ-VEND-NO OF REQ-REC.
            MOVE WS-QTY-IN                TO RQ-QTY OF REQ-REC.
            MOVE WS-NEED-DATE             TO RQ-NEED-DATE OF REQ-REC.
            MOVE WS-REASON-IN             TO RQ-REASON OF REQ-REC.
            MOVE OP-ID                    TO RQ-REQUESTER OF REQ-REC.
            MOVE WS-RUN-DATE-NUM          TO RQ-DATE OF REQ-REC.
            MOVE "O"                      TO RQ-STATUS OF REQ-REC.
            MOVE SPACES                   TO RQ-APPROVER OF REQ-REC.
            MOVE SPACES                   TO RQ-PO-NO OF REQ-REC.
            WRITE REQ-REC
               INVALID KEY
                  DISPLAY "DUPLICATE REQUISITION NUMBER !! "
                          RQ-NO OF REQ-REC LINE 20 POSITION 10
               NOT INVALID KEY
                  DISPLAY "請購單號 : " RQ-NO OF REQ-REC
                          LINE 17 POSITION 10
            END-WRITE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "REQ.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REQ-FILE-NAME.
