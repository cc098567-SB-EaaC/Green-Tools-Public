      ** 寄售點設定 (CNSLMNT.CBL):設定存放於客戶處之寄售倉別
      **                          CONSLOC.TAB，每一客戶一個寄售點，
      **                          記下地點與掛帳業務員;或更改、
      **                          取消(仍有寄售庫存者不得取消)，
      **                          異動經 MaintAudit 記錄
      **                          對照 (SERMNT.CBL) 之列管檔維護

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ConsignMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT SLMN-FILE ASSIGN TO RANDOM SLMN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-NO
                  FILE STATUS IS SLMN-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD SLMN-FILE
           LABEL RECORD IS STANDARD.
           COPY SLMNCOPY REPLACING ==SLMN-GRP== BY ==SLMN-REC==.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SLMN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CNSL-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 SLMN-FS      PIC XX.
        77 LOC-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 LOC-MISSING  PIC X  VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-DATA-ERR  PIC X  VALUE "N".
        77 WS-LOC-FOUND PIC X  VALUE "N".
        77 WS-HELD-QTY  PIC 9(7) VALUE 0.
        77 WS-WH-IN     PIC X(3) VALUE SPACES.
        77 WS-CUS-IN    PIC X(4) VALUE SPACES.
        77 WS-SITE-IN   PIC X(20) VALUE SPACES.
        77 WS-SLMN-IN   PIC X(4) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              OPEN OUTPUT CNSL-FILE
              CLOSE CNSL-FILE
              OPEN I-O CNSL-FILE.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        SLMN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SLMN-FILE.
        SLMN-ERROR-PROCESS.
           IF SLMN-FS NOT = "00"
              DISPLAY "ERROR OPENING SLMN-FILE, FILE STATUS = "
                      SLMN-FS
              EXIT PROGRAM.
        LOC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOC-FILE.
        LOC-ERROR-PROCESS.
           IF LOC-FS NOT = "00"
              MOVE "Y" TO LOC-MISSING.
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
                  OPEN I-O   CNSL-FILE
                       INPUT CUST-FILE SLMN-FILE
                  PERFORM 500-LOCATION-RTN UNTIL CONTI = "N"
                  CLOSE CNSL-FILE CUST-FILE SLMN-FILE
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
            DISPLAY "寄售點設定" LINE 5 POSITION 10.
            DISPLAY "1.新增/更改寄售點" LINE 7 POSITION 12.
            DISPLAY "2.取消寄售點" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 12 POSITION 10.
            ACCEPT CHOICE LINE 12 POSITION 32.
        500-LOCATION-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            IF CHOICE = "1"
               DISPLAY "新增/更改寄售點" LINE 2 POSITION 25
            ELSE
               DISPLAY "取消寄售點" LINE 2 POSITION 25
            END-IF.
            DISPLAY "寄售倉別 :" LINE 4 POSITION 10.
            ACCEPT WS-WH-IN LINE 4 POSITION 23.
      * 在途倉與待檢倉為系統保留倉別，不得設為寄售點
            IF WS-WH-IN = SPACES OR WS-WH-IN = "XIT"
               OR WS-WH-IN = "QC "
               DISPLAY "RESERVED OR BLANK WAREHOUSE CODE"
                       LINE 20 POSITION 10
            ELSE
               MOVE WS-WH-IN TO CG-WAREHOUSE OF CNSL-REC
               MOVE "Y" TO WS-LOC-FOUND
               READ CNSL-FILE
                  INVALID KEY MOVE "N" TO WS-LOC-FOUND
               END-READ
               IF CHOICE = "1"
                  PERFORM 520-SET-LOCATION-RTN
               ELSE
                  PERFORM 540-DELETE-LOCATION-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 已設定者可改地點與業務員;改掛其他客戶須先取消再新增
        520-SET-LOCATION-RTN.
            IF WS-LOC-FOUND = "Y"
               MOVE CNSL-REC TO HOLD-IMAGE
               MOVE CG-CUS-NO OF CNSL-REC   TO WS-CUS-IN
               MOVE CG-SITE OF CNSL-REC     TO WS-SITE-IN
               MOVE CG-SALESMAN OF CNSL-REC TO WS-SLMN-IN
               DISPLAY "客戶編號 : " WS-CUS-IN LINE 6 POSITION 10
            ELSE
               MOVE SPACES TO HOLD-IMAGE WS-CUS-IN WS-SITE-IN
                              WS-SLMN-IN
               DISPLAY "客戶編號 :" LINE 6 POSITION 10
               ACCEPT WS-CUS-IN LINE 6 POSITION 23
            END-IF.
            DISPLAY "存放地點 :" LINE 8 POSITION 10.
            ACCEPT WS-SITE-IN LINE 8 POSITION 23 UPDATE.
            DISPLAY "業 務 員 :" LINE 10 POSITION 10.
            ACCEPT WS-SLMN-IN LINE 10 POSITION 23 UPDATE.
            PERFORM 530-CHECK-LOCATION-RTN.
            IF WS-DATA-ERR = "N"
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  PERFORM 535-SAVE-LOCATION-RTN
               END-IF
            END-IF.
        530-CHECK-LOCATION-RTN.
            MOVE "N" TO WS-DATA-ERR.
            MOVE WS-CUS-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO WS-DATA-ERR
               DISPLAY "CUSTOMER NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY CM-CUS-NAME OF CUST-REC LINE 6 POSITION 30
               MOVE WS-SLMN-IN TO SM-NO OF SLMN-REC
               READ SLMN-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  MOVE "Y" TO WS-DATA-ERR
                  DISPLAY "SALESMAN NOT FOUND" LINE 20 POSITION 10
               END-IF
            END-IF.
        535-SAVE-LOCATION-RTN.
            MOVE WS-WH-IN    TO CG-WAREHOUSE OF CNSL-REC.
            MOVE WS-CUS-IN   TO CG-CUS-NO OF CNSL-REC.
            MOVE WS-SITE-IN  TO CG-SITE OF CNSL-REC.
            MOVE WS-SLMN-IN  TO CG-SALESMAN OF CNSL-REC.
            MOVE OP-ID       TO CG-OPER-ID OF CNSL-REC.
            MOVE RUN-DATE    TO CG-DATE OF CNSL-REC.
            IF WS-LOC-FOUND = "Y"
               REWRITE CNSL-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  NOT INVALID KEY
                     MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                     PERFORM 800-WRITE-AUDIT-RTN
                     DISPLAY "CONSIGNMENT LOCATION CHANGED"
                             LINE 20 POSITION 10
               END-REWRITE
            ELSE
               MOVE ZERO TO CG-LAST-COUNT OF CNSL-REC
               WRITE CNSL-REC
                  INVALID KEY
                     DISPLAY "CUSTOMER ALREADY HAS A LOCATION"
                             LINE 20 POSITION 10
                  NOT INVALID KEY
                     MOVE "ADD   " TO AU-ACTION OF AUD-REC
                     PERFORM 800-WRITE-AUDIT-RTN
                     DISPLAY "CONSIGNMENT LOCATION ADDED"
                             LINE 20 POSITION 10
               END-WRITE
            END-IF.
      * 寄售點尚存庫存時須先退回或盤點結清才可取消
        540-DELETE-LOCATION-RTN.
            IF WS-LOC-FOUND = "N"
               DISPLAY "NOT A CONSIGNMENT LOCATION"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY "客戶編號 : " CG-CUS-NO OF CNSL-REC
                       LINE 6 POSITION 10
               DISPLAY "存放地點 : " CG-SITE OF CNSL-REC
                       LINE 8 POSITION 10
               PERFORM 550-SUM-HELD-RTN
               IF WS-HELD-QTY > ZERO
                  DISPLAY "STOCK STILL HELD : " WS-HELD-QTY
                          LINE 20 POSITION 10
               ELSE
                  MOVE "N" TO SURE
                  DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
                  ACCEPT SURE LINE 15 POSITION 30
                  IF SURE = "Y"
                     MOVE CNSL-REC TO HOLD-IMAGE
                     DELETE CNSL-FILE
                        INVALID KEY
                           DISPLAY "INVALID DELETE !"
                                   LINE 20 POSITION 10
                        NOT INVALID KEY
                           MOVE "DELETE" TO AU-ACTION OF AUD-REC
                           PERFORM 800-WRITE-AUDIT-RTN
                           DISPLAY "CONSIGNMENT LOCATION REMOVED"
                                   LINE 20 POSITION 10
                     END-DELETE
                  END-IF
               END-IF
            END-IF.
        550-SUM-HELD-RTN.
            MOVE ZERO TO WS-HELD-QTY.
            MOVE "N" TO LOC-MISSING LOC-EOF.
            OPEN INPUT LOC-FILE.
            IF LOC-MISSING = "N"
               PERFORM 560-READ-LOC-RTN
               PERFORM 570-ONE-LOC-RTN UNTIL LOC-EOF = "Y"
               CLOSE LOC-FILE
            END-IF.
        560-READ-LOC-RTN.
            READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO LOC-EOF
            END-READ.
        570-ONE-LOC-RTN.
            IF SB-WAREHOUSE OF LOC-REC = CG-WAREHOUSE OF CNSL-REC
               ADD SB-QTY OF LOC-REC TO WS-HELD-QTY
            END-IF.
            PERFORM 560-READ-LOC-RTN.
        800-WRITE-AUDIT-RTN.
            MOVE "CONSLOC " TO AU-FILE-ID OF AUD-REC.
            MOVE CG-WAREHOUSE OF CNSL-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE CNSL-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "SALESMAN.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SLMN-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
