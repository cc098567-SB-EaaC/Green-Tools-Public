      ** 公司行事曆維護 (CALMNT.CBL):行事曆檔 CALENDAR.DAT 之新增、
      **                            更改、刪除與查詢;以日期為鍵，
      **                            註記 H 為平日休假(國定假日、
      **                            春節等)，註記 W 為週末補班;
      **                            未建檔之日期週一至週五為營業
      **                            日;營業日推算副程式 (BIZDAY.CBL)
      **                            依本檔推算到期日、承諾交期等;
      **                            異動均經 MaintAudit 留存異動
      **                            前後
      **                            對照 (FRTMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CalendarMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CALN-FILE ASSIGN TO RANDOM CALN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-DATE
                  FILE STATUS IS CALN-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CALN-FILE
           LABEL RECORD IS STANDARD.
           COPY CALNCOPY REPLACING ==CALN-GRP== BY ==CALN-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CALN-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CALN-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-CALN-FOUND PIC X VALUE "N".
        77 WS-CALN-EOF  PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-DATE-IN   PIC 9(8) VALUE 0.
        77 WS-YEAR-IN   PIC 9(4) VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "N".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 CALN-CNT     PIC 9(3) VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        01 CALN-LIST-REC.
           05 CLL-DATE          PIC 9999/99/99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 CLL-TYPE          PIC X(1).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 CLL-DESC          PIC X(20).
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CALN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CALN-FILE.
        CALN-ERROR-PROCESS.
           IF CALN-FS = "35"
              OPEN OUTPUT CALN-FILE
              CLOSE CALN-FILE
              OPEN I-O CALN-FILE
           ELSE
              IF CALN-FS NOT = "00"
                 DISPLAY "ERROR OPENING CALN-FILE, FILE STATUS = "
                         CALN-FS
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
            OPEN I-O CALN-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE CALN-FILE.
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
            DISPLAY "公司行事曆維護" LINE 5 POSITION 10.
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
      * 輸入日期(須為有效日期，可為未來日期)並讀取既有紀錄
        210-GET-KEY-RTN.
            MOVE "N" TO WS-CALN-FOUND.
            MOVE "N" TO DC-RESULT.
            PERFORM 215-ACCEPT-DATE-RTN UNTIL DC-RESULT = "Y".
            MOVE WS-DATE-IN TO CL-DATE OF CALN-REC.
            READ CALN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-CALN-FOUND
            END-READ.
        215-ACCEPT-DATE-RTN.
            DISPLAY "日期 (YYYYMMDD) :" LINE 4 POSITION 10.
            MOVE ZERO TO WS-DATE-IN.
            ACCEPT WS-DATE-IN LINE 4 POSITION 28.
            CALL "DateCheck" USING WS-DATE-IN DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY DC-MESSAGE LINE 20 POSITION 10
            END-IF.
      * 新增與更改共用之輸入畫面
        250-ACCEPT-FIELDS-RTN.
            DISPLAY "註記 (H休假/W補班) :" LINE 7 POSITION 10.
            ACCEPT CL-TYPE OF CALN-REC LINE 7 POSITION 32 UPDATE.
            DISPLAY "說明               :" LINE 9 POSITION 10.
            ACCEPT CL-DESC OF CALN-REC LINE 9 POSITION 32 UPDATE.
      * 註記須為 H 或 W
        260-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF CL-TYPE OF CALN-REC NOT = "H"
               AND CL-TYPE OF CALN-REC NOT = "W"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "TYPE MUST BE H (HOLIDAY) OR W (WORKDAY)"
                       LINE 20 POSITION 10
            END-IF.
      * 新增紀錄
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增行事曆日期" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-CALN-FOUND = "Y"
               DISPLAY "DUPLICATE CALENDAR DATE !!" LINE 20 POSITION 10
            ELSE
               PERFORM 310-ENTER-NEW-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE "H"    TO CL-TYPE OF CALN-REC.
            MOVE SPACES TO CL-DESC OF CALN-REC.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE CALN-REC
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
            DISPLAY "更改行事曆日期" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-CALN-FOUND = "N"
               DISPLAY "CALENDAR DATE NOT FOUND" LINE 20 POSITION 10
            ELSE
               PERFORM 410-CHANGE-FIELDS-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-FIELDS-RTN.
            MOVE CALN-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE CALN-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  END-REWRITE
                  MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 刪除紀錄:刪除後該日回復週一至週五營業、週末休假之通則
        500-DELETE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "刪除行事曆日期" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-CALN-FOUND = "N"
               DISPLAY "CALENDAR DATE NOT FOUND" LINE 20 POSITION 10
            ELSE
               PERFORM 510-DELETE-CALN-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-CALN-RTN.
            DISPLAY "註記 : " CL-TYPE OF CALN-REC
                    "  說明 : " CL-DESC OF CALN-REC
                    LINE 7 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE CALN-REC TO HOLD-IMAGE
               DELETE CALN-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.

      * 查詢紀錄:列出指定年度之全部註記日期，滿頁暫停
        550-INQUIRY-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "查詢行事曆" LINE 2 POSITION 25.
            DISPLAY "年度 (YYYY) :" LINE 3 POSITION 10.
            MOVE ZERO TO WS-YEAR-IN.
            ACCEPT WS-YEAR-IN LINE 3 POSITION 25.
            DISPLAY "日期        註記 說明"
                    LINE 4 POSITION 10.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO LIST-CNT CALN-CNT.
            COMPUTE CL-DATE OF CALN-REC = WS-YEAR-IN * 10000.
            MOVE "N" TO WS-CALN-EOF.
            START CALN-FILE KEY IS NOT LESS THAN
                  CL-DATE OF CALN-REC
               INVALID KEY MOVE "Y" TO WS-CALN-EOF
            END-START.
            PERFORM 560-READ-CALN-RTN.
            PERFORM 570-SHOW-CALN-RTN UNTIL WS-CALN-EOF = "Y".
            IF CALN-CNT = ZERO
               DISPLAY "NO CALENDAR DATES FOR THIS YEAR"
                       LINE 6 POSITION 10
            END-IF.
            DISPLAY "PRESS ENTER TO RETURN" LINE 22 POSITION 10.
            ACCEPT WS-MORE-KEY LINE 22 POSITION 35.
        560-READ-CALN-RTN.
            IF WS-CALN-EOF = "N"
               READ CALN-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-CALN-EOF
               END-READ
            END-IF.
            IF WS-CALN-EOF = "N"
               AND CL-DATE OF CALN-REC (1:4) NOT = WS-YEAR-IN
               MOVE "Y" TO WS-CALN-EOF
            END-IF.
        570-SHOW-CALN-RTN.
            MOVE CL-DATE OF CALN-REC TO CLL-DATE.
            MOVE CL-TYPE OF CALN-REC TO CLL-TYPE.
            MOVE CL-DESC OF CALN-REC TO CLL-DESC.
            DISPLAY CALN-LIST-REC LINE LIST-LINE POSITION 10.
            ADD 1 TO CALN-CNT.
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
            PERFORM 560-READ-CALN-RTN.
        600-WRITE-AUDIT-RTN.
            MOVE "CALENDAR" TO AU-FILE-ID OF AUD-REC.
            MOVE CL-DATE OF CALN-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE CALN-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CALENDAR.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CALN-FILE-NAME.
