      ** 運費費率維護 (FRTMNT.CBL):運費費率檔 FREIGHT.TAB 之新增、
      **                          更改、刪除與查詢;以重量級距上限
      **                          (公斤)為鍵，每一級距一個運費金額
      **                          ;送貨單依整單總重量取不低於該重量
      **                          之最小級距計費;由送貨單作業之選項
      **                          5 進入;異動均經 MaintAudit 留存
      **                          異動前後
      **                          對照 (ROUTMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     FreightMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT FRT-FILE ASSIGN TO RANDOM FRT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-MAX-WEIGHT
                  FILE STATUS IS FRT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD FRT-FILE
           LABEL RECORD IS STANDARD.
           COPY FRTCOPY REPLACING ==FRT-GRP== BY ==FRT-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 FRT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 FRT-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-FRT-FOUND PIC X  VALUE "N".
        77 WS-FRT-EOF   PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-WEIGHT-IN PIC 9(5)V99 VALUE 0.
        77 WS-AUDIT-KEY PIC 9(7) VALUE 0.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 FRT-CNT      PIC 9(3) VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        01 FRT-LIST-REC.
           05 FL-MAX-WEIGHT     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FL-CHARGE         PIC Z,ZZ9.99.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        FRT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FRT-FILE.
        FRT-ERROR-PROCESS.
           IF FRT-FS = "35"
              OPEN OUTPUT FRT-FILE
              CLOSE FRT-FILE
              OPEN I-O FRT-FILE
           ELSE
              IF FRT-FS NOT = "00"
                 DISPLAY "ERROR OPENING FRT-FILE, FILE STATUS = "
                         FRT-FS
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
            OPEN I-O FRT-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE FRT-FILE.
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
            DISPLAY "運費費率維護" LINE 5 POSITION 10.
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
      * 讀取重量級距上限對應之既有紀錄
        210-GET-KEY-RTN.
            MOVE "N" TO WS-FRT-FOUND.
            DISPLAY "級距上限(公斤) :" LINE 4 POSITION 10.
            MOVE ZERO TO WS-WEIGHT-IN.
            ACCEPT WS-WEIGHT-IN LINE 4 POSITION 28.
            MOVE WS-WEIGHT-IN TO FR-MAX-WEIGHT OF FRT-REC.
            READ FRT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-FRT-FOUND
            END-READ.
      * 新增與更改共用之輸入畫面
        250-ACCEPT-FIELDS-RTN.
            DISPLAY "運費金額       :" LINE 7 POSITION 10.
            ACCEPT FR-CHARGE OF FRT-REC LINE 7 POSITION 28 UPDATE.
      * 運費金額不得為零(免運之級距請勿建檔)
        260-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF FR-CHARGE OF FRT-REC = ZERO
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "FREIGHT CHARGE MUST NOT BE ZERO"
                       LINE 20 POSITION 10
            END-IF.
      * 新增紀錄:級距上限不得為零
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增運費級距" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-FRT-FOUND = "Y"
               DISPLAY "DUPLICATE WEIGHT BAND !!" LINE 20 POSITION 10
            ELSE
               IF WS-WEIGHT-IN = ZERO
                  DISPLAY "BAND WEIGHT MUST NOT BE ZERO"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 310-ENTER-NEW-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE ZERO TO FR-CHARGE OF FRT-REC.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE FRT-REC
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
            DISPLAY "更改運費級距" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-FRT-FOUND = "N"
               DISPLAY "WEIGHT BAND NOT FOUND" LINE 20 POSITION 10
            ELSE
               PERFORM 410-CHANGE-FIELDS-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-FIELDS-RTN.
            MOVE FRT-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE FRT-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  END-REWRITE
                  MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 刪除紀錄:刪除後落在此級距之重量改按上一級距計費
        500-DELETE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "刪除運費級距" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-FRT-FOUND = "N"
               DISPLAY "WEIGHT BAND NOT FOUND" LINE 20 POSITION 10
            ELSE
               PERFORM 510-DELETE-FRT-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-FRT-RTN.
            DISPLAY "運費金額 : " FR-CHARGE OF FRT-REC
                    LINE 7 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE FRT-REC TO HOLD-IMAGE
               DELETE FRT-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.

      * 查詢紀錄:依重量由輕至重列出全部級距，滿頁暫停
        550-INQUIRY-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "查詢運費級距" LINE 2 POSITION 25.
            DISPLAY "級距上限(公斤)  運費金額"
                    LINE 4 POSITION 10.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO LIST-CNT FRT-CNT.
            MOVE ZERO TO FR-MAX-WEIGHT OF FRT-REC.
            MOVE "N" TO WS-FRT-EOF.
            START FRT-FILE KEY IS NOT LESS THAN
                  FR-MAX-WEIGHT OF FRT-REC
               INVALID KEY MOVE "Y" TO WS-FRT-EOF
            END-START.
            PERFORM 560-READ-FRT-RTN.
            PERFORM 570-SHOW-FRT-RTN UNTIL WS-FRT-EOF = "Y".
            IF FRT-CNT = ZERO
               DISPLAY "NO FREIGHT BANDS ON FILE" LINE 6 POSITION 10
            END-IF.
            DISPLAY "PRESS ENTER TO RETURN" LINE 22 POSITION 10.
            ACCEPT WS-MORE-KEY LINE 22 POSITION 35.
        560-READ-FRT-RTN.
            IF WS-FRT-EOF = "N"
               READ FRT-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-FRT-EOF
               END-READ
            END-IF.
        570-SHOW-FRT-RTN.
            MOVE FR-MAX-WEIGHT OF FRT-REC TO FL-MAX-WEIGHT.
            MOVE FR-CHARGE OF FRT-REC     TO FL-CHARGE.
            DISPLAY FRT-LIST-REC LINE LIST-LINE POSITION 10.
            ADD 1 TO FRT-CNT.
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
            PERFORM 560-READ-FRT-RTN.
        600-WRITE-AUDIT-RTN.
            MOVE "FREIGHT " TO AU-FILE-ID OF AUD-REC.
            COMPUTE WS-AUDIT-KEY = FR-MAX-WEIGHT OF FRT-REC * 100.
            MOVE WS-AUDIT-KEY TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES  TO AU-AFTER OF AUD-REC
            ELSE
               MOVE FRT-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "FREIGHT.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO FRT-FILE-NAME.
