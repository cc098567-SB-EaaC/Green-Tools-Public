      ** 總帳預算維護 (BUDGMNT.CBL):各科目每月預算金額之新增、更改
      **                          、刪除;科目須存在於總帳科目主檔，
      **                          金額依科目正常方向(收入負債以貸、
      **                          資產費用以借)輸入
      **                          對照 (GLAMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BudgetMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT BUDG-FILE ASSIGN TO RANDOM BUDG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BG-KEY
                  FILE STATUS IS FS-CODE.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD BUDG-FILE
           LABEL RECORD IS STANDARD.
           COPY BUDGCOPY REPLACING ==BUDG-GRP== BY ==BUDG-REC==.
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.

        WORKING-STORAGE SECTION.
        77 BUDG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        01 FS-CODE      PIC XX.
        01 GLAC-FS      PIC XX.
        01 WS-KEY-ERR   PIC X  VALUE "N".
        01 DATA-ERR-FLAG PIC X VALUE "N".
        01 WS-PERIOD-GRP.
           05 WS-PERIOD-YY      PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).

      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        BUDG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BUDG-FILE.
        ERROR-PROCESS.
           IF FS-CODE NOT = "00"
              OPEN OUTPUT BUDG-FILE
              CLOSE BUDG-FILE
              OPEN I-O BUDG-FILE.
        GLAC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLAC-FILE.
        GLAC-ERROR-PROCESS.
           IF GLAC-FS NOT = "00"
              DISPLAY "NO GL ACCOUNT MASTER - RUN GlAcctMaint FIRST"
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT GLAC-FILE.
            OPEN I-O BUDG-FILE.
            PERFORM 100-SCREEN.
            PERFORM 200-CHOICE.
            PERFORM 600-CLOSE.
            EXIT PROGRAM.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "總帳預算維護" LINE 5 POSITION 10.
            DISPLAY "1.新增紀錄" LINE 7 POSITION 12.
            DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
            DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
        200-CHOICE.
            IF CHOICE = "1"
               PERFORM 300-ADD-RECORD
            ELSE IF CHOICE = "2"
                    PERFORM 400-CHANGE-RECORD
                 ELSE IF CHOICE = "3"
                         PERFORM 500-DELETE-RECORD
                      ELSE
                         DISPLAY "INVALID SELECTION, TRY AGAIN"
                                 LINE 20 POSITION 10
                         PERFORM 100-SCREEN
                         PERFORM 200-CHOICE
                      END-IF
                 END-IF
            END-IF.

      * 科目代碼與預算期別為鍵
        250-ACCEPT-KEY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "科目代碼 : " LINE 8 POSITION 20.
            ACCEPT BG-ACCT LINE 8 POSITION 35.
            DISPLAY "預算期別 (YYYYMM) : " LINE 10 POSITION 20.
            ACCEPT BG-PERIOD LINE 10 POSITION 42.

      * 新增紀錄
        300-ADD-RECORD.
            PERFORM 250-ACCEPT-KEY-RTN.
            DISPLAY "預算金額 : " LINE 12 POSITION 20.
            ACCEPT BG-AMOUNT LINE 12 POSITION 35.
            PERFORM 310-CHECK-DATA-RTN THRU 315-CHECK-DUPLICATE-RTN.
            IF DATA-ERR-FLAG NOT = "Y"
               WRITE BUDG-REC
            END-IF.
        310-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            MOVE BG-ACCT TO GA-ACCT.
            MOVE "N" TO WS-KEY-ERR.
            READ GLAC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "ACCOUNT NOT ON GL ACCOUNT MASTER"
                       LINE 20 POSITION 20
            ELSE
               DISPLAY GA-NAME LINE 8 POSITION 45
            END-IF.
            MOVE BG-PERIOD TO WS-PERIOD-GRP.
            IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "PERIOD MONTH MUST BE 01 - 12"
                       LINE 21 POSITION 20
            END-IF.
        315-CHECK-DUPLICATE-RTN.
            READ BUDG-FILE
               INVALID KEY MOVE "N" TO WS-KEY-ERR
               NOT INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "DUPLICATE BUDGET !!" LINE 20 POSITION 20
            END-IF.

      * 更改紀錄
        400-CHANGE-RECORD.
            PERFORM 250-ACCEPT-KEY-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ BUDG-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "BUDGET NOT FOUND" LINE 20 POSITION 25
            ELSE
               DISPLAY "預算金額 : " LINE 12 POSITION 20
               ACCEPT BG-AMOUNT LINE 12 POSITION 35 UPDATE
               PERFORM 310-CHECK-DATA-RTN
               DISPLAY "是否確定 ?" LINE 18 POSITION 25
               ACCEPT SURE LINE 18 POSITION 37
               IF SURE = "Y" AND DATA-ERR-FLAG NOT = "Y"
                  REWRITE BUDG-REC INVALID KEY
                          DISPLAY "INVALID REWRITE !" LINE 20
                                  POSITION 25
               END-IF
            END-IF.

      * 刪除紀錄
        500-DELETE-RECORD.
            PERFORM 250-ACCEPT-KEY-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ BUDG-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "BUDGET NOT FOUND" LINE 20 POSITION 25
            ELSE
               DISPLAY "預算金額 : " BG-AMOUNT LINE 12 POSITION 20
               DISPLAY "是否確定 ?" LINE 20 POSITION 25
               ACCEPT SURE LINE 20 POSITION 37
               IF SURE = "Y"
                  DELETE BUDG-FILE INVALID KEY
                         DISPLAY "INVALID DELETE !" LINE 20 POSITION 25
               END-IF
            END-IF.
        600-CLOSE.
            CLOSE BUDG-FILE GLAC-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "GLBUDGET.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BUDG-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
