      ** 送貨地址維護 (SHTOMNT.CBL):客戶分公司或工地之送貨地址
      **                          新增、更改、刪除與查詢;以客戶
      **                          加送貨代號為鍵，含收貨名稱、
      **                          地址兩行、聯絡人、電話與送貨
      **                          指示、送貨路線與站序(路線須存在
      **                          於 ROUTE.MST);由客戶主檔維護之
      **                          選項 5
      **                          進入;異動均經 MaintAudit 留存
      **                          異動前後
      **                          對照 (REBTMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ShipToMaint.
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
           SELECT SHTO-FILE ASSIGN TO RANDOM SHTO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STO-KEY
                  FILE STATUS IS SHTO-FS.
           SELECT ROUT-FILE ASSIGN TO RANDOM ROUT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RT-CODE
                  FILE STATUS IS ROUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD SHTO-FILE
           LABEL RECORD IS STANDARD.
           COPY SHTOCOPY REPLACING ==SHTO-GRP== BY ==SHTO-REC==.
        FD ROUT-FILE
           LABEL RECORD IS STANDARD.
           COPY ROUTCOPY REPLACING ==ROUT-GRP== BY ==ROUT-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHTO-FILE-NAME         PIC X(30) VALUE SPACES.
        77 ROUT-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CUST-FS      PIC XX.
        77 SHTO-FS      PIC XX.
        77 ROUT-FS      PIC XX.
        77 ROUT-MISSING PIC X  VALUE "N".
        77 OPER-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-SHTO-FOUND PIC X VALUE "N".
        77 WS-SHTO-EOF  PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-CUS-NO-IN PIC X(4) VALUE SPACES.
        77 WS-CODE-IN   PIC X(3) VALUE SPACES.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 SHTO-CNT     PIC 9(3) VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        01 SHTO-LIST-REC.
           05 SL-CODE           PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-NAME           PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-ADDRESS-1      PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-CONTACT        PIC X(8).
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
        SHTO-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHTO-FILE.
        SHTO-ERROR-PROCESS.
           IF SHTO-FS = "35"
              OPEN OUTPUT SHTO-FILE
              CLOSE SHTO-FILE
              OPEN I-O SHTO-FILE
           ELSE
              IF SHTO-FS NOT = "00"
                 DISPLAY "ERROR OPENING SHTO-FILE, FILE STATUS = "
                         SHTO-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        ROUT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROUT-FILE.
        ROUT-ERROR-PROCESS.
           IF ROUT-FS NOT = "00"
              MOVE "Y" TO ROUT-MISSING.
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
                 I-O   SHTO-FILE.
            MOVE "N" TO ROUT-MISSING.
            OPEN INPUT ROUT-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE CUST-FILE SHTO-FILE.
            IF ROUT-MISSING = "N"
               CLOSE ROUT-FILE
            END-IF.
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
            DISPLAY "送貨地址維護" LINE 5 POSITION 10.
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
      * 客戶編號加送貨代號為鍵:讀取客戶與既有送貨地址
        210-GET-KEY-RTN.
            MOVE "N" TO WS-SHTO-FOUND.
            PERFORM 200-GET-CUST-RTN.
            IF WS-KEY-ERR = "N"
               DISPLAY "送貨代號 :" LINE 5 POSITION 10
               MOVE SPACES TO WS-CODE-IN
               ACCEPT WS-CODE-IN LINE 5 POSITION 23
               MOVE WS-CUS-NO-IN TO STO-CUS-NO OF SHTO-REC
               MOVE WS-CODE-IN   TO STO-CODE OF SHTO-REC
               READ SHTO-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-SHTO-FOUND
               END-READ
            END-IF.
      * 新增與更改共用之輸入畫面
        250-ACCEPT-FIELDS-RTN.
            DISPLAY "收貨名稱 :" LINE 7 POSITION 10.
            ACCEPT STO-NAME OF SHTO-REC LINE 7 POSITION 23 UPDATE.
            DISPLAY "地址一   :" LINE 8 POSITION 10.
            ACCEPT STO-ADDRESS-1 OF SHTO-REC LINE 8 POSITION 23 UPDATE.
            DISPLAY "地址二   :" LINE 9 POSITION 10.
            ACCEPT STO-ADDRESS-2 OF SHTO-REC LINE 9 POSITION 23 UPDATE.
            DISPLAY "聯絡人   :" LINE 10 POSITION 10.
            ACCEPT STO-CONTACT OF SHTO-REC LINE 10 POSITION 23 UPDATE.
            DISPLAY "電話     :" LINE 11 POSITION 10.
            ACCEPT STO-PHONE OF SHTO-REC LINE 11 POSITION 23 UPDATE.
            DISPLAY "送貨指示 :" LINE 12 POSITION 10.
            ACCEPT STO-INSTRUCT OF SHTO-REC LINE 12 POSITION 23 UPDATE.
            DISPLAY "送貨路線 :" LINE 13 POSITION 10.
            ACCEPT STO-ROUTE OF SHTO-REC LINE 13 POSITION 23 UPDATE.
            DISPLAY "站序     :" LINE 14 POSITION 10.
            ACCEPT STO-STOP-SEQ OF SHTO-REC LINE 14 POSITION 23 UPDATE.
      * 地址一不得空白;電話空白或數字;路線空白(依客戶主檔之路線)
      * 或須存在於路線主檔
        260-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF STO-ADDRESS-1 OF SHTO-REC = SPACES
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "ADDRESS MUST NOT BE BLANK" LINE 20 POSITION 10
            END-IF.
            IF STO-PHONE OF SHTO-REC NOT = SPACES
               AND STO-PHONE OF SHTO-REC IS NOT NUMERIC
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "INVALID PHONE NUMBER" LINE 21 POSITION 10
            END-IF.
            IF STO-ROUTE OF SHTO-REC NOT = SPACES
               MOVE "N" TO WS-KEY-ERR
               IF ROUT-MISSING = "Y"
                  MOVE "Y" TO WS-KEY-ERR
               ELSE
                  MOVE STO-ROUTE OF SHTO-REC TO RT-CODE OF ROUT-REC
                  READ ROUT-FILE
                     INVALID KEY MOVE "Y" TO WS-KEY-ERR
                  END-READ
               END-IF
               IF WS-KEY-ERR = "Y"
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "ROUTE NOT ON FILE" LINE 21 POSITION 40
               END-IF
            END-IF.
      * 新增紀錄:送貨代號不得空白
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增送貨地址" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-SHTO-FOUND = "Y"
                  DISPLAY "DUPLICATE SHIP-TO CODE !!"
                          LINE 20 POSITION 10
               ELSE
                  IF WS-CODE-IN = SPACES
                     DISPLAY "SHIP-TO CODE MUST NOT BE BLANK"
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 310-ENTER-NEW-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE SPACES TO STO-NAME OF SHTO-REC
                           STO-ADDRESS-1 OF SHTO-REC
                           STO-ADDRESS-2 OF SHTO-REC
                           STO-CONTACT OF SHTO-REC
                           STO-PHONE OF SHTO-REC
                           STO-INSTRUCT OF SHTO-REC
                           STO-ROUTE OF SHTO-REC.
            MOVE ZERO   TO STO-STOP-SEQ OF SHTO-REC.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE SHTO-REC
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
            DISPLAY "更改送貨地址" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-SHTO-FOUND = "N"
                  DISPLAY "SHIP-TO NOT FOUND" LINE 20 POSITION 10
               ELSE
                  PERFORM 410-CHANGE-FIELDS-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-FIELDS-RTN.
            MOVE SHTO-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE SHTO-REC
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
            DISPLAY "刪除送貨地址" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-SHTO-FOUND = "N"
                  DISPLAY "SHIP-TO NOT FOUND" LINE 20 POSITION 10
               ELSE
                  PERFORM 510-DELETE-SHTO-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-SHTO-RTN.
            DISPLAY "收貨名稱 : " STO-NAME OF SHTO-REC
                    LINE 7 POSITION 10.
            DISPLAY "地址一   : " STO-ADDRESS-1 OF SHTO-REC
                    LINE 8 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE SHTO-REC TO HOLD-IMAGE
               DELETE SHTO-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.

      * 查詢紀錄:列出客戶全部送貨地址，滿頁暫停
        550-INQUIRY-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "查詢送貨地址" LINE 2 POSITION 25.
            PERFORM 200-GET-CUST-RTN.
            IF WS-KEY-ERR = "N"
               MOVE 6 TO LIST-LINE
               MOVE 0 TO LIST-CNT SHTO-CNT
               MOVE WS-CUS-NO-IN TO STO-CUS-NO OF SHTO-REC
               MOVE LOW-VALUES   TO STO-CODE OF SHTO-REC
               MOVE "N" TO WS-SHTO-EOF
               START SHTO-FILE KEY IS NOT LESS THAN STO-KEY
                  INVALID KEY MOVE "Y" TO WS-SHTO-EOF
               END-START
               PERFORM 560-READ-SHTO-RTN
               PERFORM 570-SHOW-SHTO-RTN UNTIL WS-SHTO-EOF = "Y"
               IF SHTO-CNT = ZERO
                  DISPLAY "NO SHIP-TO ADDRESSES - DELIVER TO "
                          "BILLING ADDRESS" LINE 6 POSITION 10
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        560-READ-SHTO-RTN.
            IF WS-SHTO-EOF = "N"
               READ SHTO-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-SHTO-EOF
               END-READ
            END-IF.
            IF WS-SHTO-EOF = "N"
               AND STO-CUS-NO OF SHTO-REC NOT = WS-CUS-NO-IN
               MOVE "Y" TO WS-SHTO-EOF
            END-IF.
        570-SHOW-SHTO-RTN.
            MOVE STO-CODE OF SHTO-REC      TO SL-CODE.
            MOVE STO-NAME OF SHTO-REC      TO SL-NAME.
            MOVE STO-ADDRESS-1 OF SHTO-REC TO SL-ADDRESS-1.
            MOVE STO-CONTACT OF SHTO-REC   TO SL-CONTACT.
            DISPLAY SHTO-LIST-REC LINE LIST-LINE POSITION 10.
            ADD 1 TO SHTO-CNT.
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
            PERFORM 560-READ-SHTO-RTN.
        600-WRITE-AUDIT-RTN.
            MOVE "SHIPTO  " TO AU-FILE-ID OF AUD-REC.
            MOVE STO-KEY OF SHTO-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE SHTO-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "SHIPTO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHTO-FILE-NAME.
            MOVE "ROUTE.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROUT-FILE-NAME.
