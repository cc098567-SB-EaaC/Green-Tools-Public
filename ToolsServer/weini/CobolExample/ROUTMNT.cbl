      ** 送貨路線維護 (ROUTMNT.CBL):送貨路線主檔 ROUTE.MST 之新增
      **                          、更改、刪除與查詢;以路線代號為
      **                          鍵，含路線名稱、司機、車號與每週
      **                          出車日(週一至週日各一碼，Y 為出
      **                          車);客戶與送貨地址各自指定路線
      **                          與站序;由送貨單作業之選項 4 進入
      **                          ;異動均經 MaintAudit 留存異動前後
      **                          對照 (SHTOMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     RouteMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT ROUT-FILE ASSIGN TO RANDOM ROUT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-CODE
                  FILE STATUS IS ROUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD ROUT-FILE
           LABEL RECORD IS STANDARD.
           COPY ROUTCOPY REPLACING ==ROUT-GRP== BY ==ROUT-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 ROUT-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 ROUT-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-ROUT-FOUND PIC X VALUE "N".
        77 WS-ROUT-EOF  PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-CODE-IN   PIC X(4) VALUE SPACES.
        77 WS-DAY-SUB   PIC 9  VALUE 0.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 ROUT-CNT     PIC 9(3) VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        01 ROUT-LIST-REC.
           05 RL-CODE           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-NAME           PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-DRIVER         PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-VEHICLE        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-DAYS           PIC X(7).
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        ROUT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROUT-FILE.
        ROUT-ERROR-PROCESS.
           IF ROUT-FS = "35"
              OPEN OUTPUT ROUT-FILE
              CLOSE ROUT-FILE
              OPEN I-O ROUT-FILE
           ELSE
              IF ROUT-FS NOT = "00"
                 DISPLAY "ERROR OPENING ROUT-FILE, FILE STATUS = "
                         ROUT-FS
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
            OPEN I-O ROUT-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE ROUT-FILE.
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
            DISPLAY "送貨路線維護" LINE 5 POSITION 10.
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
                           ELSE
                              DISPLAY "INVALID SELECTION, TRY AGAIN"
                                      LINE 20 POSITION 10
                              PERFORM 100-SCREEN
                              PERFORM 150-CHOICE
                           END-IF
                      END-IF
                 END-IF
            END-IF.
      * 讀取路線代號對應之既有紀錄
        210-GET-KEY-RTN.
            MOVE "N" TO WS-ROUT-FOUND.
            DISPLAY "路線代號 :" LINE 4 POSITION 10.
            MOVE SPACES TO WS-CODE-IN.
            ACCEPT WS-CODE-IN LINE 4 POSITION 23.
            MOVE WS-CODE-IN TO RT-CODE OF ROUT-REC.
            READ ROUT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ROUT-FOUND
            END-READ.
      * 新增與更改共用之輸入畫面
        250-ACCEPT-FIELDS-RTN.
            DISPLAY "路線名稱 :" LINE 7 POSITION 10.
            ACCEPT RT-NAME OF ROUT-REC LINE 7 POSITION 23 UPDATE.
            DISPLAY "司機     :" LINE 8 POSITION 10.
            ACCEPT RT-DRIVER OF ROUT-REC LINE 8 POSITION 23 UPDATE.
            DISPLAY "車號     :" LINE 9 POSITION 10.
            ACCEPT RT-VEHICLE OF ROUT-REC LINE 9 POSITION 23 UPDATE.
            DISPLAY "出車日   :" LINE 10 POSITION 10.
            DISPLAY "(一二三四五六日，Y=出車 N=停駛)"
                    LINE 11 POSITION 23.
            ACCEPT RT-DAYS OF ROUT-REC LINE 10 POSITION 23 UPDATE.
      * 路線名稱與司機不得空白;出車日每碼須為 Y 或 N 且至少一日
        260-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF RT-NAME OF ROUT-REC = SPACES
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "ROUTE NAME MUST NOT BE BLANK"
                       LINE 20 POSITION 10
            END-IF.
            IF RT-DRIVER OF ROUT-REC = SPACES
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "DRIVER MUST NOT BE BLANK" LINE 21 POSITION 10
            END-IF.
            PERFORM 270-CHECK-DAY-RTN
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
            IF RT-DAYS OF ROUT-REC = "NNNNNNN"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "ROUTE MUST RUN AT LEAST ONE DAY"
                       LINE 21 POSITION 40
            END-IF.
        270-CHECK-DAY-RTN.
            IF RT-DAY-FLAG OF ROUT-REC (WS-DAY-SUB) NOT = "Y"
               AND RT-DAY-FLAG OF ROUT-REC (WS-DAY-SUB) NOT = "N"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "RUN DAYS MUST BE Y OR N" LINE 21 POSITION 40
            END-IF.
      * 新增紀錄:路線代號不得空白
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增送貨路線" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-ROUT-FOUND = "Y"
               DISPLAY "DUPLICATE ROUTE CODE !!" LINE 20 POSITION 10
            ELSE
               IF WS-CODE-IN = SPACES
                  DISPLAY "ROUTE CODE MUST NOT BE BLANK"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 310-ENTER-NEW-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE SPACES TO RT-NAME OF ROUT-REC
                           RT-DRIVER OF ROUT-REC
                           RT-VEHICLE OF ROUT-REC.
            MOVE "YYYYYNN" TO RT-DAYS OF ROUT-REC.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE ROUT-REC
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
            DISPLAY "更改送貨路線" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-ROUT-FOUND = "N"
               DISPLAY "ROUTE NOT FOUND" LINE 20 POSITION 10
            ELSE
               PERFORM 410-CHANGE-FIELDS-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-FIELDS-RTN.
            MOVE ROUT-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE ROUT-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  END-REWRITE
                  MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 刪除紀錄:仍指定本路線之客戶與送貨地址於派車單列為未排
      * 路線
        500-DELETE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "刪除送貨路線" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-ROUT-FOUND = "N"
               DISPLAY "ROUTE NOT FOUND" LINE 20 POSITION 10
            ELSE
               PERFORM 510-DELETE-ROUT-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-ROUT-RTN.
            DISPLAY "路線名稱 : " RT-NAME OF ROUT-REC
                    LINE 7 POSITION 10.
            DISPLAY "司機     : " RT-DRIVER OF ROUT-REC
                    LINE 8 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE ROUT-REC TO HOLD-IMAGE
               DELETE ROUT-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.

      * 查詢紀錄:列出全部路線，滿頁暫停
        550-INQUIRY-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "查詢送貨路線" LINE 2 POSITION 25.
            DISPLAY "代號  名稱          司機"
                    LINE 4 POSITION 10.
            DISPLAY "車號      出車日" LINE 4 POSITION 40.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO LIST-CNT ROUT-CNT.
            MOVE LOW-VALUES TO RT-CODE OF ROUT-REC.
            MOVE "N" TO WS-ROUT-EOF.
            START ROUT-FILE KEY IS NOT LESS THAN RT-CODE OF ROUT-REC
               INVALID KEY MOVE "Y" TO WS-ROUT-EOF
            END-START.
            PERFORM 560-READ-ROUT-RTN.
            PERFORM 570-SHOW-ROUT-RTN UNTIL WS-ROUT-EOF = "Y".
            IF ROUT-CNT = ZERO
               DISPLAY "NO ROUTES ON FILE" LINE 6 POSITION 10
            END-IF.
            DISPLAY "PRESS ENTER TO RETURN" LINE 22 POSITION 10.
            ACCEPT WS-MORE-KEY LINE 22 POSITION 35.
        560-READ-ROUT-RTN.
            IF WS-ROUT-EOF = "N"
               READ ROUT-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-ROUT-EOF
               END-READ
            END-IF.
        570-SHOW-ROUT-RTN.
            MOVE RT-CODE OF ROUT-REC    TO RL-CODE.
            MOVE RT-NAME OF ROUT-REC    TO RL-NAME.
            MOVE RT-DRIVER OF ROUT-REC  TO RL-DRIVER.
            MOVE RT-VEHICLE OF ROUT-REC TO RL-VEHICLE.
            MOVE RT-DAYS OF ROUT-REC    TO RL-DAYS.
            DISPLAY ROUT-LIST-REC LINE LIST-LINE POSITION 10.
            ADD 1 TO ROUT-CNT.
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
            PERFORM 560-READ-ROUT-RTN.
        600-WRITE-AUDIT-RTN.
            MOVE "ROUTE   " TO AU-FILE-ID OF AUD-REC.
            MOVE RT-CODE OF ROUT-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE ROUT-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "ROUTE.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROUT-FILE-NAME.
