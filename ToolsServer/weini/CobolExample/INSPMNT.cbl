      ** 進貨檢驗設定 (INSPMNT.CBL):將品質有疑慮之產品或廠商列入
      **                           進貨檢驗表 INSPECT.TAB，收貨
      **                           (PORECV.CBL) 時入待檢倉 "QC"
      **                           待檢驗放行;或解除列管，異動經
      **                           MaintAudit 記錄
      **                           對照 (VSELMNT.CBL) 之鎖定檔維護

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     InspectMaint.
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
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT INSP-FILE ASSIGN TO RANDOM INSP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IP-KEY
                  FILE STATUS IS INSP-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD INSP-FILE
           LABEL RECORD IS STANDARD.
           COPY INSPCOPY REPLACING ==INSP-GRP== BY ==INSP-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INSP-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 VEND-FS      PIC XX.
        77 INSP-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-FLAG-FOUND PIC X VALUE "N".
        77 WS-CODE-IN   PIC X(13) VALUE SPACES.
        77 WS-NOTE-IN   PIC X(20) VALUE SPACES.
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
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
              EXIT PROGRAM.
        INSP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSP-FILE.
        INSP-ERROR-PROCESS.
           IF INSP-FS NOT = "00"
              OPEN OUTPUT INSP-FILE
              CLOSE INSP-FILE
              OPEN I-O INSP-FILE.
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
                  OR CHOICE = "3" OR CHOICE = "4"
                  OPEN INPUT PROD-FILE
                             VEND-FILE
                       I-O   INSP-FILE
                  PERFORM 500-FLAG-RTN UNTIL CONTI = "N"
                  CLOSE PROD-FILE VEND-FILE INSP-FILE
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
            DISPLAY "進貨檢驗設定" LINE 5 POSITION 10.
            DISPLAY "1.產品列入檢驗" LINE 7 POSITION 12.
            DISPLAY "2.廠商列入檢驗" LINE 9 POSITION 12.
            DISPLAY "3.解除產品檢驗" LINE 11 POSITION 12.
            DISPLAY "4.解除廠商檢驗" LINE 13 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 16 POSITION 10.
            ACCEPT CHOICE LINE 16 POSITION 32.
      * 1/3 為產品，2/4 為廠商(其供貨之所有產品均須檢驗)
        500-FLAG-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            IF CHOICE = "1" OR CHOICE = "2"
               DISPLAY "列入進貨檢驗" LINE 2 POSITION 25
            ELSE
               DISPLAY "解除進貨檢驗" LINE 2 POSITION 25
            END-IF.
            MOVE SPACES TO WS-CODE-IN.
            MOVE "N" TO WS-KEY-ERR.
            IF CHOICE = "1" OR CHOICE = "3"
               DISPLAY "產品編號 :" LINE 4 POSITION 10
               ACCEPT WS-CODE-IN LINE 4 POSITION 23
               MOVE WS-CODE-IN TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  DISPLAY "產品名稱 : " PRO-NAME OF PROD-REC
                          LINE 5 POSITION 10
               END-IF
               MOVE "P" TO IP-TYPE OF INSP-REC
            ELSE
               DISPLAY "廠商編號 :" LINE 4 POSITION 10
               ACCEPT VEND-NO OF VEND-REC LINE 4 POSITION 23
               MOVE VEND-NO OF VEND-REC TO WS-CODE-IN
               READ VEND-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  DISPLAY "廠商名稱 : " VEND-NAME OF VEND-REC
                          LINE 5 POSITION 10
               END-IF
               MOVE "V" TO IP-TYPE OF INSP-REC
            END-IF.
            IF WS-KEY-ERR = "Y"
               IF CHOICE = "1" OR CHOICE = "3"
                  DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
               ELSE
                  DISPLAY "VENDOR NOT FOUND" LINE 20 POSITION 10
               END-IF
            ELSE
               MOVE WS-CODE-IN TO IP-CODE OF INSP-REC
               MOVE "Y" TO WS-FLAG-FOUND
               READ INSP-FILE
                  INVALID KEY MOVE "N" TO WS-FLAG-FOUND
               END-READ
               IF CHOICE = "1" OR CHOICE = "2"
                  PERFORM 520-ADD-FLAG-RTN
               ELSE
                  PERFORM 540-DELETE-FLAG-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        520-ADD-FLAG-RTN.
            IF WS-FLAG-FOUND = "Y"
               DISPLAY "ALREADY UNDER INSPECTION - " IP-NOTE OF INSP-REC
                       LINE 20 POSITION 10
            ELSE
               MOVE SPACES TO WS-NOTE-IN
               DISPLAY "檢驗原因 :" LINE 8 POSITION 10
               ACCEPT WS-NOTE-IN LINE 8 POSITION 23
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  MOVE WS-NOTE-IN TO IP-NOTE OF INSP-REC
                  MOVE OP-ID      TO IP-OPER-ID OF INSP-REC
                  MOVE RUN-DATE   TO IP-DATE OF INSP-REC
                  WRITE INSP-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !"
                                LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE SPACES   TO HOLD-IMAGE
                        MOVE "ADD   " TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "INSPECTION FLAG SET"
                                LINE 20 POSITION 10
                  END-WRITE
               END-IF
            END-IF.
        540-DELETE-FLAG-RTN.
            IF WS-FLAG-FOUND = "N"
               DISPLAY "NOT UNDER INSPECTION" LINE 20 POSITION 10
            ELSE
               DISPLAY "檢驗原因 : " IP-NOTE OF INSP-REC
                       LINE 8 POSITION 10
               DISPLAY "設 定 人 : " IP-OPER-ID OF INSP-REC
                       LINE 9 POSITION 10
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  MOVE INSP-REC TO HOLD-IMAGE
                  DELETE INSP-FILE
                     INVALID KEY
                        DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE "DELETE" TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "INSPECTION FLAG REMOVED"
                                LINE 20 POSITION 10
                  END-DELETE
               END-IF
            END-IF.
      * 稽核鍵值為類別(P/V)加產品或廠商編號之前 12 碼
        800-WRITE-AUDIT-RTN.
            MOVE "INSPECT " TO AU-FILE-ID OF AUD-REC.
            MOVE IP-KEY OF INSP-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE INSP-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "INSPECT.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INSP-FILE-NAME.
