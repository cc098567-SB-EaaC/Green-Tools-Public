      ** 倉別補貨水準設定 (WHLVMNT.CBL):設定每一產品於各倉庫之
      **                               最低量與最高量 WHLEVEL.DAT，
      **                               低於最低量之倉庫先由超過最高
      **                               量之倉庫調撥(ReplenXfer)，
      **                               不足部份再依最高量訂購
      **                               (Sample12-7);或取消設定，
      **                               異動經 MaintAudit 記錄
      **                               對照 (CNSLMNT.CBL) 之設定檔
      **                               維護

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     WhLevelMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT WHLV-FILE ASSIGN TO RANDOM WHLV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WL-KEY
                  FILE STATUS IS WHLV-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD WHLV-FILE
           LABEL RECORD IS STANDARD.
           COPY WHLVCOPY REPLACING ==WHLV-GRP== BY ==WHLV-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 WHLV-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 WHLV-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 CNSL-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 CNSL-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-DATA-ERR  PIC X  VALUE "N".
        77 WS-LVL-FOUND PIC X  VALUE "N".
        77 WS-CONSIGN-LOC PIC X VALUE "N".
        77 WS-PRO-IN    PIC X(13) VALUE SPACES.
        77 WS-WH-IN     PIC X(3) VALUE SPACES.
        77 WS-MIN-IN    PIC 9(5) VALUE 0.
        77 WS-MAX-IN    PIC 9(5) VALUE 0.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        WHLV-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WHLV-FILE.
        WHLV-ERROR-PROCESS.
           IF WHLV-FS NOT = "00"
              OPEN OUTPUT WHLV-FILE
              CLOSE WHLV-FILE
              OPEN I-O WHLV-FILE.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
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
               IF CHOICE = "1" OR CHOICE = "2"
                  MOVE "N" TO CNSL-MISSING
                  OPEN I-O   WHLV-FILE
                       INPUT PROD-FILE CNSL-FILE
                  PERFORM 500-LEVEL-RTN UNTIL CONTI = "N"
                  CLOSE WHLV-FILE PROD-FILE
                  IF CNSL-MISSING = "N"
                     CLOSE CNSL-FILE
                  END-IF
               ELSE
                  DISPLAY "INVALID SELECTION" LINE 20 POSITION 10
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
            DISPLAY "倉別補貨水準設定" LINE 5 POSITION 10.
            DISPLAY "1.新增/更改補貨水準" LINE 7 POSITION 12.
            DISPLAY "2.取消補貨水準" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 12 POSITION 10.
            ACCEPT CHOICE LINE 12 POSITION 32.
        500-LEVEL-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            IF CHOICE = "1"
               DISPLAY "新增/更改補貨水準" LINE 2 POSITION 25
            ELSE
               DISPLAY "取消補貨水準" LINE 2 POSITION 25
            END-IF.
            DISPLAY "產品編號 :" LINE 4 POSITION 10.
            ACCEPT WS-PRO-IN LINE 4 POSITION 23.
            DISPLAY "倉    別 :" LINE 6 POSITION 10.
            ACCEPT WS-WH-IN LINE 6 POSITION 23.
            PERFORM 510-CHECK-KEY-RTN.
            IF WS-DATA-ERR = "N"
               MOVE WS-PRO-IN TO WL-PRO-NO OF WHLV-REC
               MOVE WS-WH-IN  TO WL-WAREHOUSE OF WHLV-REC
               MOVE "Y" TO WS-LVL-FOUND
               READ WHLV-FILE
                  INVALID KEY MOVE "N" TO WS-LVL-FOUND
               END-READ
               IF CHOICE = "1"
                  PERFORM 520-SET-LEVEL-RTN
               ELSE
                  PERFORM 540-DELETE-LEVEL-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 在途倉、待檢倉與客戶寄售點均非補貨對象，不得設定
        510-CHECK-KEY-RTN.
            MOVE "N" TO WS-DATA-ERR.
            MOVE WS-PRO-IN TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO WS-DATA-ERR
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY PRO-NAME OF PROD-REC LINE 4 POSITION 40
               PERFORM 515-CHECK-CONSIGN-RTN
               IF WS-WH-IN = SPACES OR WS-WH-IN = "XIT"
                  OR WS-WH-IN = "QC " OR WS-CONSIGN-LOC = "Y"
                  MOVE "Y" TO WS-DATA-ERR
                  DISPLAY "RESERVED OR BLANK WAREHOUSE CODE"
                          LINE 20 POSITION 10
               END-IF
            END-IF.
        515-CHECK-CONSIGN-RTN.
            MOVE "N" TO WS-CONSIGN-LOC.
            IF CNSL-MISSING = "N"
               MOVE WS-WH-IN TO CG-WAREHOUSE OF CNSL-REC
               READ CNSL-FILE
                  INVALID KEY MOVE "N" TO WS-CONSIGN-LOC
                  NOT INVALID KEY MOVE "Y" TO WS-CONSIGN-LOC
               END-READ
            END-IF.
      * 顯示該倉現有庫存供參考;最高量不得低於最低量
        520-SET-LEVEL-RTN.
            MOVE "I" TO SBR-FUNC OF BAL-REQ.
            MOVE WS-PRO-IN TO SBR-PRO-NO OF BAL-REQ.
            MOVE WS-WH-IN  TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            DISPLAY "現有庫存 : " SBR-BALANCE OF BAL-REQ
                    LINE 8 POSITION 10.
            IF WS-LVL-FOUND = "Y"
               MOVE WHLV-REC TO HOLD-IMAGE
               MOVE WL-MIN-QTY OF WHLV-REC TO WS-MIN-IN
               MOVE WL-MAX-QTY OF WHLV-REC TO WS-MAX-IN
            ELSE
               MOVE SPACES TO HOLD-IMAGE
               MOVE ZERO TO WS-MIN-IN WS-MAX-IN
            END-IF.
            DISPLAY "最 低 量 :" LINE 10 POSITION 10.
            ACCEPT WS-MIN-IN LINE 10 POSITION 23 UPDATE.
            DISPLAY "最 高 量 :" LINE 12 POSITION 10.
            ACCEPT WS-MAX-IN LINE 12 POSITION 23 UPDATE.
            IF WS-MAX-IN = ZERO OR WS-MAX-IN < WS-MIN-IN
               DISPLAY "MAXIMUM MUST BE AT LEAST THE MINIMUM"
                       LINE 20 POSITION 10
            ELSE
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  PERFORM 535-SAVE-LEVEL-RTN
               END-IF
            END-IF.
        535-SAVE-LEVEL-RTN.
            MOVE WS-PRO-IN   TO WL-PRO-NO OF WHLV-REC.
            MOVE WS-WH-IN    TO WL-WAREHOUSE OF WHLV-REC.
            MOVE WS-MIN-IN   TO WL-MIN-QTY OF WHLV-REC.
            MOVE WS-MAX-IN   TO WL-MAX-QTY OF WHLV-REC.
            MOVE OP-ID       TO WL-OPER-ID OF WHLV-REC.
            MOVE RUN-DATE    TO WL-DATE OF WHLV-REC.
            IF WS-LVL-FOUND = "Y"
               REWRITE WHLV-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  NOT INVALID KEY
                     MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                     PERFORM 800-WRITE-AUDIT-RTN
                     DISPLAY "WAREHOUSE LEVELS CHANGED"
                             LINE 20 POSITION 10
               END-REWRITE
            ELSE
               WRITE WHLV-REC
                  INVALID KEY
                     DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
                  NOT INVALID KEY
                     MOVE "ADD   " TO AU-ACTION OF AUD-REC
                     PERFORM 800-WRITE-AUDIT-RTN
                     DISPLAY "WAREHOUSE LEVELS ADDED"
                             LINE 20 POSITION 10
               END-WRITE
            END-IF.
      * 取消後該倉不再單獨補貨;產品所有倉別均取消者恢復以主檔
      * 訂購點判斷
        540-DELETE-LEVEL-RTN.
            IF WS-LVL-FOUND = "N"
               DISPLAY "NO LEVELS SET FOR THIS WAREHOUSE"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY "最 低 量 : " WL-MIN-QTY OF WHLV-REC
                       LINE 10 POSITION 10
               DISPLAY "最 高 量 : " WL-MAX-QTY OF WHLV-REC
                       LINE 12 POSITION 10
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  MOVE WHLV-REC TO HOLD-IMAGE
                  DELETE WHLV-FILE
                     INVALID KEY
                        DISPLAY "INVALID DELETE !"
                                LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE "DELETE" TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "WAREHOUSE LEVELS REMOVED"
                                LINE 20 POSITION 10
                  END-DELETE
               END-IF
            END-IF.
        800-WRITE-AUDIT-RTN.
            MOVE "WHLEVEL " TO AU-FILE-ID OF AUD-REC.
            MOVE WL-PRO-NO OF WHLV-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE WHLV-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "WHLEVEL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WHLV-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
