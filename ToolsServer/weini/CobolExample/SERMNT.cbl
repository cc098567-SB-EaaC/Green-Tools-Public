      ** 序號產品設定 (SERMNT.CBL):將逐台以序號銷售之產品(家電、
      **                          工具等)列入序號產品檔
      **                          SERPROD.TAB 並設定保固月數，收貨
      **                          、揀貨確認與退貨時須逐台登錄
      **                          序號;或更改保固月數、解除列管，
      **                          異動經 MaintAudit 記錄
      **                          對照 (INSPMNT.CBL) 之列管檔維護

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SerialMaint.
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
           SELECT SERP-FILE ASSIGN TO RANDOM SERP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SP-PRO-NO
                  FILE STATUS IS SERP-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD SERP-FILE
           LABEL RECORD IS STANDARD.
           COPY SERPCOPY REPLACING ==SERP-GRP== BY ==SERP-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SERP-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 SERP-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-FLAG-FOUND PIC X VALUE "N".
        77 WS-MONTHS-IN PIC 9(3) VALUE 0.
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
        SERP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SERP-FILE.
        SERP-ERROR-PROCESS.
           IF SERP-FS NOT = "00"
              OPEN OUTPUT SERP-FILE
              CLOSE SERP-FILE
              OPEN I-O SERP-FILE.
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
                  OPEN INPUT PROD-FILE
                       I-O   SERP-FILE
                  PERFORM 500-FLAG-RTN UNTIL CONTI = "N"
                  CLOSE PROD-FILE SERP-FILE
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
            DISPLAY "序號產品設定" LINE 5 POSITION 10.
            DISPLAY "1.列入/更改保固" LINE 7 POSITION 12.
            DISPLAY "2.解除序號追蹤" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 12 POSITION 10.
            ACCEPT CHOICE LINE 12 POSITION 32.
        500-FLAG-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            IF CHOICE = "1"
               DISPLAY "列入序號追蹤" LINE 2 POSITION 25
            ELSE
               DISPLAY "解除序號追蹤" LINE 2 POSITION 25
            END-IF.
            MOVE "N" TO WS-KEY-ERR.
            DISPLAY "產品編號 :" LINE 4 POSITION 10.
            ACCEPT PRO-NO OF PROD-REC LINE 4 POSITION 23.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY "產品名稱 : " PRO-NAME OF PROD-REC
                       LINE 5 POSITION 10
               MOVE PRO-NO OF PROD-REC TO SP-PRO-NO OF SERP-REC
               MOVE "Y" TO WS-FLAG-FOUND
               READ SERP-FILE
                  INVALID KEY MOVE "N" TO WS-FLAG-FOUND
               END-READ
               IF CHOICE = "1"
                  IF PRO-NON-STOCK OF PROD-REC
                     DISPLAY "NON-STOCK ITEM - NO SERIALS"
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 520-SET-FLAG-RTN
                  END-IF
               ELSE
                  PERFORM 540-DELETE-FLAG-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 已列管者僅更改保固月數;保固月數為 0 表示無保固
        520-SET-FLAG-RTN.
            IF WS-FLAG-FOUND = "Y"
               MOVE SERP-REC TO HOLD-IMAGE
               MOVE SP-WARR-MONTHS OF SERP-REC TO WS-MONTHS-IN
               DISPLAY "ALREADY SERIALIZED - CHANGE WARRANTY"
                       LINE 6 POSITION 10
            ELSE
               MOVE SPACES TO HOLD-IMAGE
               MOVE ZERO TO WS-MONTHS-IN
            END-IF.
            DISPLAY "保固月數 :" LINE 8 POSITION 10.
            ACCEPT WS-MONTHS-IN LINE 8 POSITION 23 UPDATE.
            MOVE "N" TO SURE.
            DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10.
            ACCEPT SURE LINE 15 POSITION 30.
            IF SURE = "Y"
               MOVE PRO-NO OF PROD-REC TO SP-PRO-NO OF SERP-REC
               MOVE WS-MONTHS-IN TO SP-WARR-MONTHS OF SERP-REC
               MOVE OP-ID        TO SP-OPER-ID OF SERP-REC
               MOVE RUN-DATE     TO SP-DATE OF SERP-REC
               IF WS-FLAG-FOUND = "Y"
                  REWRITE SERP-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !"
                                LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "WARRANTY CHANGED"
                                LINE 20 POSITION 10
                  END-REWRITE
               ELSE
                  WRITE SERP-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !"
                                LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE "ADD   " TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "SERIAL TRACKING SET"
                                LINE 20 POSITION 10
                  END-WRITE
               END-IF
            END-IF.
      * 解除後已登錄之序號主檔與歷程仍保留備查
        540-DELETE-FLAG-RTN.
            IF WS-FLAG-FOUND = "N"
               DISPLAY "NOT SERIALIZED" LINE 20 POSITION 10
            ELSE
               DISPLAY "保固月數 : " SP-WARR-MONTHS OF SERP-REC
                       LINE 8 POSITION 10
               DISPLAY "設 定 人 : " SP-OPER-ID OF SERP-REC
                       LINE 9 POSITION 10
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  MOVE SERP-REC TO HOLD-IMAGE
                  DELETE SERP-FILE
                     INVALID KEY
                        DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE "DELETE" TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "SERIAL TRACKING REMOVED"
                                LINE 20 POSITION 10
                  END-DELETE
               END-IF
            END-IF.
        800-WRITE-AUDIT-RTN.
            MOVE "SERPROD " TO AU-FILE-ID OF AUD-REC.
            MOVE SP-PRO-NO OF SERP-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE SERP-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SERPROD.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SERP-FILE-NAME.
