      ** 客戶料號對照維護 (CXRFMNT.CBL):客戶自用料號與本公司產品
      **                            編號之對照新增、更改、刪除與
      **                            查詢;以客戶加客戶料號為鍵，
      **                            產品編號須存在於產品主檔;供
      **                            客戶訂單匯入 (ORDIMP.CBL) 轉換
      **                            料號，並於送貨單與發票印出客戶
      **                            料號;由客戶主檔維護之選項 6
      **                            進入;異動均經 MaintAudit 留存
      **                            異動前後
      **                            對照 (SHTOMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CustItemMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT CXRF-FILE ASSIGN TO RANDOM CXRF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CX-KEY
                  ALTERNATE RECORD KEY IS CX-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS CXRF-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD CXRF-FILE
           LABEL RECORD IS STANDARD.
           COPY CXRFCOPY REPLACING ==CXRF-GRP== BY ==CXRF-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CXRF-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CUST-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 CXRF-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-CXRF-FOUND PIC X VALUE "N".
        77 WS-CXRF-EOF  PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-CUS-NO-IN PIC X(4) VALUE SPACES.
        77 WS-ITEM-IN   PIC X(15) VALUE SPACES.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 CXRF-CNT     PIC 9(4) VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        01 CXRF-LIST-REC.
           05 CL-CUS-ITEM       PIC X(15).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-DESC           PIC X(20).
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        CXRF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CXRF-FILE.
        CXRF-ERROR-PROCESS.
           IF CXRF-FS = "35"
              OPEN OUTPUT CXRF-FILE
              CLOSE CXRF-FILE
              OPEN I-O CXRF-FILE
           ELSE
              IF CXRF-FS NOT = "00"
                 DISPLAY "ERROR OPENING CXRF-FILE, FILE STATUS = "
                         CXRF-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            OPEN INPUT CUST-FILE
                       PROD-FILE
                 I-O   CXRF-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE CUST-FILE PROD-FILE CXRF-FILE.
            EXIT PROGRAM.
      * 異動者取自簽入檔，未簽入者不得使用
        050-GET-OPERATOR-RTN.
            MOVE SPACES TO OP-ID.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "客戶料號對照維護" LINE 5 POSITION 10.
            DISPLAY "1.新增紀錄" LINE 7 POSITION 12.
            DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
            DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
            DISPLAY "4.查詢紀錄" LINE 13 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 15 POSITION 10.
            ACCEPT CHOICE LINE 15 POSITION 32.
        150-CHOICE.
            MOVE "Y" TO CONTI.
            IF CHOICE = "1"
               PERFORM 300-ADD-RECORD UNTIL CONTI = "N"
            ELSE IF CHOICE = "2"
                    PERFORM 400-CHANGE-RECORD UNTIL CONTI = "N"
                 ELSE IF CHOICE = "3"
                         PERFORM 500-DELETE-RECORD UNTIL CONTI = "N"
                      ELSE IF CHOICE = "4"
                              PERFORM 550-INQUIRY-RECORD
                                 UNTIL CONTI = "N"
                           ELSE
                              DISPLAY "INVALID SELECTION, TRY AGAIN"
                                      LINE 20 POSITION 10
                              PERFORM 100-SCREEN
                              PERFORM 150-CHOICE
                           END-IF
                      END-IF
                 END-IF
            END-IF.
      * 客戶編號須存在於客戶主檔
        200-GET-CUST-RTN.
            DISPLAY "客戶編號 :" LINE 4 POSITION 10.
            ACCEPT WS-CUS-NO-IN LINE 4 POSITION 23.
            MOVE WS-CUS-NO-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CUSTOMER NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
            END-IF.
      * 客戶編號加客戶料號為鍵:讀取客戶與既有對照
        210-GET-KEY-RTN.
            MOVE "N" TO WS-CXRF-FOUND.
            PERFORM 200-GET-CUST-RTN.
            IF WS-KEY-ERR = "N"
               DISPLAY "客戶料號 :" LINE 5 POSITION 10
               MOVE SPACES TO WS-ITEM-IN
               ACCEPT WS-ITEM-IN LINE 5 POSITION 23
               MOVE WS-CUS-NO-IN TO CX-CUS-NO OF CXRF-REC
               MOVE WS-ITEM-IN   TO CX-CUS-ITEM OF CXRF-REC
               READ CXRF-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-CXRF-FOUND
               END-READ
            END-IF.
      * 新增與更改共用之輸入畫面
        250-ACCEPT-FIELDS-RTN.
            DISPLAY "產品編號 :" LINE 7 POSITION 10.
            ACCEPT CX-PRO-NO OF CXRF-REC LINE 7 POSITION 23 UPDATE.
            DISPLAY "品名說明 :" LINE 8 POSITION 10.
            ACCEPT CX-DESC OF CXRF-REC LINE 8 POSITION 23 UPDATE.
            MOVE WS-CUS-NO-IN TO CX-PRO-CUS-NO OF CXRF-REC.
      * 產品編號須存在於產品主檔
        260-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            MOVE CX-PRO-NO OF CXRF-REC TO PRO-NO OF PROD-REC.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO DATA-ERR-FLAG
            END-READ.
            IF DATA-ERR-FLAG = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY PRO-NAME OF PROD-REC LINE 7 POSITION 40
            END-IF.
      * 新增紀錄:客戶料號不得空白
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增客戶料號" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-CXRF-FOUND = "Y"
                  DISPLAY "DUPLICATE CUSTOMER ITEM CODE !!"
                          LINE 20 POSITION 10
               ELSE
                  IF WS-ITEM-IN = SPACES
                     DISPLAY "CUSTOMER ITEM CODE MUST NOT BE BLANK"
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 310-ENTER-NEW-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE SPACES TO CX-PRO-NO OF CXRF-REC
                           CX-DESC OF CXRF-REC.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE CXRF-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
                  END-WRITE
                  MOVE SPACES   TO HOLD-IMAGE
                  MOVE "ADD   " TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 更改紀錄
        400-CHANGE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "更改客戶料號" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-CXRF-FOUND = "N"
                  DISPLAY "CUSTOMER ITEM CODE NOT FOUND"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 410-CHANGE-FIELDS-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-FIELDS-RTN.
            MOVE CXRF-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE CXRF-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  END-REWRITE
                  MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 刪除紀錄
        500-DELETE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "刪除客戶料號" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-CXRF-FOUND = "N"
                  DISPLAY "CUSTOMER ITEM CODE NOT FOUND"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 510-DELETE-CXRF-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-CXRF-RTN.
            DISPLAY "產品編號 : " CX-PRO-NO OF CXRF-REC
                    LINE 7 POSITION 10.
            DISPLAY "品名說明 : " CX-DESC OF CXRF-REC
                    LINE 8 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE CXRF-REC TO HOLD-IMAGE
               DELETE CXRF-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.

      * 查詢紀錄:列出客戶全部料號對照，滿頁暫停
        550-INQUIRY-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "查詢客戶料號" LINE 2 POSITION 25.
            PERFORM 200-GET-CUST-RTN.
            IF WS-KEY-ERR = "N"
               MOVE 6 TO LIST-LINE
               MOVE 0 TO LIST-CNT CXRF-CNT
               MOVE WS-CUS-NO-IN TO CX-CUS-NO OF CXRF-REC
               MOVE LOW-VALUES   TO CX-CUS-ITEM OF CXRF-REC
               MOVE "N" TO WS-CXRF-EOF
               START CXRF-FILE KEY IS NOT LESS THAN CX-KEY
                  INVALID KEY MOVE "Y" TO WS-CXRF-EOF
               END-START
               PERFORM 560-READ-CXRF-RTN
               PERFORM 570-SHOW-CXRF-RTN UNTIL WS-CXRF-EOF = "Y"
               IF CXRF-CNT = ZERO
                  DISPLAY "NO ITEM CODES ON FILE FOR CUSTOMER"
                          LINE 6 POSITION 10
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        560-READ-CXRF-RTN.
            IF WS-CXRF-EOF = "N"
               READ CXRF-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-CXRF-EOF
               END-READ
            END-IF.
            IF WS-CXRF-EOF = "N"
               AND CX-CUS-NO OF CXRF-REC NOT = WS-CUS-NO-IN
               MOVE "Y" TO WS-CXRF-EOF
            END-IF.
        570-SHOW-CXRF-RTN.
            MOVE CX-CUS-ITEM OF CXRF-REC TO CL-CUS-ITEM.
            MOVE CX-PRO-NO OF CXRF-REC   TO CL-PRO-NO.
            MOVE CX-DESC OF CXRF-REC     TO CL-DESC.
            DISPLAY CXRF-LIST-REC LINE LIST-LINE POSITION 10.
            ADD 1 TO CXRF-CNT.
            ADD 1 TO LIST-LINE.
            ADD 1 TO LIST-CNT.
            IF LIST-CNT NOT < MAX-PER-PAGE
               DISPLAY "MORE - PRESS ENTER TO CONTINUE"
                       LINE 20 POSITION 10
               ACCEPT WS-MORE-KEY LINE 20 POSITION 45
               DISPLAY " " LINE 6 POSITION 1 WITH ERASE EOS
               MOVE 6 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
            PERFORM 560-READ-CXRF-RTN.
        600-WRITE-AUDIT-RTN.
            MOVE "CUSTITEM" TO AU-FILE-ID OF AUD-REC.
            MOVE CX-KEY OF CXRF-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE CXRF-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "CUSTITEM.XRF" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CXRF-FILE-NAME.
