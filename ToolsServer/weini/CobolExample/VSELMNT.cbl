      ** 補貨廠商評選設定 (VSELMNT.CBL):設定補貨 (SAM12-7.CBL)
      **                               評選廠商時成本、準時率、
      **                               交足率三項權重(合計 100)
      **                               存於 VSELECT.CTL;另可將
      **                               受供貨合約約束之產品鎖定
      **                               於產品主檔之供應廠商，或
      **                               解除鎖定，鎖定檔異動經
      **                               MaintAudit 記錄
      **                               對照 (WRITEOFF.CBL) 之參數
      **                               控制檔與 (REQWORK.CBL) 之
      **                               維護選單

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     VendSelectMaint.
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
           SELECT PINV-FILE ASSIGN TO RANDOM PINV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VP-PRO-NO
                  FILE STATUS IS PINV-FS.
           SELECT VSEL-FILE ASSIGN TO RANDOM VSEL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS VSEL-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD PINV-FILE
           LABEL RECORD IS STANDARD.
           COPY PINVCOPY REPLACING ==PINV-GRP== BY ==PINV-REC==.
        FD VSEL-FILE
           LABEL RECORD IS STANDARD.
           COPY VSELCOPY REPLACING ==VSEL-GRP== BY ==VSEL-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PINV-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VSEL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 PINV-FS      PIC XX.
        77 VSEL-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 VSEL-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PIN-FOUND PIC X  VALUE "N".
        77 WS-WT-TOTAL  PIC 9(4) VALUE 0.
        77 WS-REF-IN    PIC X(20) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
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
        PINV-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PINV-FILE.
        PINV-ERROR-PROCESS.
           IF PINV-FS NOT = "00"
              OPEN OUTPUT PINV-FILE
              CLOSE PINV-FILE
              OPEN I-O PINV-FILE.
        VSEL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VSEL-FILE.
        VSEL-ERROR-PROCESS.
           IF VSEL-FS NOT = "00"
              MOVE "Y" TO VSEL-MISSING.
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
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-SCREEN-RTN.
            IF OPER-MISSING = "Y"
               DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
            ELSE
               IF CHOICE = "1"
                  PERFORM 300-WEIGHT-RTN
               ELSE
                  IF CHOICE = "2" OR CHOICE = "3"
                     OPEN INPUT PROD-FILE
                          I-O   PINV-FILE
                     PERFORM 500-PIN-RTN UNTIL CONTI = "N"
                     CLOSE PROD-FILE PINV-FILE
                  ELSE
                     DISPLAY "INVALID SELECTION" LINE 20 POSITION 10
                  END-IF
               END-IF
            END-IF.
            EXIT PROGRAM.
      * 設定者為簽入之操作員;未經簽入不得異動
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            MOVE "BATCH   " TO OP-ID.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "Y" TO OPER-MISSING
               END-READ
               CLOSE OPER-FILE
            END-IF.
        100-SCREEN-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "補貨廠商評選設定" LINE 5 POSITION 10.
            DISPLAY "1.評選權重" LINE 7 POSITION 12.
            DISPLAY "2.鎖定產品供應廠商" LINE 9 POSITION 12.
            DISPLAY "3.解除產品鎖定" LINE 11 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
      * 評選權重:尚未設定者預設成本 60、準時率 25、交足率 15
        300-WEIGHT-RTN.
            MOVE "N" TO VSEL-MISSING.
            OPEN INPUT VSEL-FILE.
            IF VSEL-MISSING = "N"
               READ VSEL-FILE
                  AT END MOVE "Y" TO VSEL-MISSING
               END-READ
               CLOSE VSEL-FILE
            END-IF.
            IF VSEL-MISSING = "Y"
               MOVE 60 TO VW-COST-WT OF VSEL-REC
               MOVE 25 TO VW-ONTIME-WT OF VSEL-REC
               MOVE 15 TO VW-FILL-WT OF VSEL-REC
            END-IF.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "補貨廠商評選權重 (合計 100)"
                    LINE 5 POSITION 10.
            DISPLAY "成本權重   : " LINE 8 POSITION 20.
            DISPLAY "準時率權重 : " LINE 10 POSITION 20.
            DISPLAY "交足率權重 : " LINE 12 POSITION 20.
            ACCEPT VW-COST-WT OF VSEL-REC LINE 8 POSITION 35
                   UPDATE.
            ACCEPT VW-ONTIME-WT OF VSEL-REC LINE 10 POSITION 35
                   UPDATE.
            ACCEPT VW-FILL-WT OF VSEL-REC LINE 12 POSITION 35
                   UPDATE.
            COMPUTE WS-WT-TOTAL = VW-COST-WT OF VSEL-REC
                                + VW-ONTIME-WT OF VSEL-REC
                                + VW-FILL-WT OF VSEL-REC.
            IF WS-WT-TOTAL NOT = 100
               DISPLAY "INVALID DATA - WEIGHTS MUST TOTAL 100"
                       LINE 20 POSITION 20
            ELSE
               MOVE RUN-DATE TO VW-CHANGED-DATE OF VSEL-REC
               MOVE OP-ID    TO VW-CHANGED-BY OF VSEL-REC
               OPEN OUTPUT VSEL-FILE
               WRITE VSEL-REC
               CLOSE VSEL-FILE
               DISPLAY "PARAMETERS SAVED" LINE 20 POSITION 20
            END-IF.
      * 鎖定之產品補貨時一律向產品主檔之供應廠商訂購
        500-PIN-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            IF CHOICE = "2"
               DISPLAY "鎖定產品供應廠商" LINE 2 POSITION 25
            ELSE
               DISPLAY "解除產品鎖定" LINE 2 POSITION 25
            END-IF.
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
               DISPLAY "供應廠商 : " PRO-VEND-NO OF PROD-REC
                       LINE 6 POSITION 10
               MOVE PRO-NO OF PROD-REC TO VP-PRO-NO OF PINV-REC
               MOVE "Y" TO WS-PIN-FOUND
               READ PINV-FILE
                  INVALID KEY MOVE "N" TO WS-PIN-FOUND
               END-READ
               IF CHOICE = "2"
                  PERFORM 520-ADD-PIN-RTN
               ELSE
                  PERFORM 540-DELETE-PIN-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        520-ADD-PIN-RTN.
            IF WS-PIN-FOUND = "Y"
               DISPLAY "PRODUCT ALREADY PINNED - " VP-REF OF PINV-REC
                       LINE 20 POSITION 10
            ELSE
               IF PRO-VEND-NO OF PROD-REC = SPACES
                  DISPLAY "PRODUCT HAS NO VENDOR - CANNOT PIN"
                          LINE 20 POSITION 10
               ELSE
                  MOVE SPACES TO WS-REF-IN
                  DISPLAY "合約編號 :" LINE 8 POSITION 10
                  ACCEPT WS-REF-IN LINE 8 POSITION 23
                  MOVE "N" TO SURE
                  DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
                  ACCEPT SURE LINE 15 POSITION 30
                  IF SURE = "Y"
                     MOVE WS-REF-IN TO VP-REF OF PINV-REC
                     MOVE OP-ID     TO VP-OPER-ID OF PINV-REC
                     MOVE RUN-DATE  TO VP-DATE OF PINV-REC
                     WRITE PINV-REC
                        INVALID KEY
                           DISPLAY "INVALID WRITE !"
                                   LINE 20 POSITION 10
                        NOT INVALID KEY
                           MOVE SPACES   TO HOLD-IMAGE
                           MOVE "ADD   " TO AU-ACTION OF AUD-REC
                           PERFORM 800-WRITE-AUDIT-RTN
                           DISPLAY "PRODUCT PINNED"
                                   LINE 20 POSITION 10
                     END-WRITE
                  END-IF
               END-IF
            END-IF.
        540-DELETE-PIN-RTN.
            IF WS-PIN-FOUND = "N"
               DISPLAY "PRODUCT NOT PINNED" LINE 20 POSITION 10
            ELSE
               DISPLAY "合約編號 : " VP-REF OF PINV-REC
                       LINE 8 POSITION 10
               DISPLAY "鎖 定 人 : " VP-OPER-ID OF PINV-REC
                       LINE 9 POSITION 10
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  MOVE PINV-REC TO HOLD-IMAGE
                  DELETE PINV-FILE
                     INVALID KEY
                        DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE SPACES   TO PINV-REC
                        MOVE PRO-NO OF PROD-REC
                                      TO VP-PRO-NO OF PINV-REC
                        MOVE "DELETE" TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "PIN REMOVED" LINE 20 POSITION 10
                  END-DELETE
               END-IF
            END-IF.
        800-WRITE-AUDIT-RTN.
            MOVE "VENDPIN " TO AU-FILE-ID OF AUD-REC.
            MOVE VP-PRO-NO OF PINV-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE PINV-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "VENDPIN.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PINV-FILE-NAME.
            MOVE "VSELECT.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VSEL-FILE-NAME.
