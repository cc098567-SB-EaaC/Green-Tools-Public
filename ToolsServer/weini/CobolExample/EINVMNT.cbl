      ** 統一發票字軌維護 (EINVMNT.CBL):每期(雙月)國稅局配發之
      **                              字軌與起訖號碼之新增、更改、
      **                              刪除;已開出號碼之字軌不得
      **                              刪除，迄號不得改小於已開出之
      **                              號碼
      **                              對照 (TERMMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     EInvTrackMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT ET-FILE ASSIGN TO RANDOM ET-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ET-KEY
                  FILE STATUS IS FS-CODE.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD ET-FILE
           LABEL RECORD IS STANDARD.
           COPY EITKCOPY REPLACING ==EITK-GRP== BY ==ET-REC==.

        WORKING-STORAGE SECTION.
        77 ET-FILE-NAME           PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        01 FS-CODE      PIC XX.
        01 WS-KEY-ERR   PIC X  VALUE "N".
        01 DATA-ERR-FLAG PIC X VALUE "N".
        01 WS-PERIOD-R.
           05 WS-PERIOD-YY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
        01 WS-HALF      PIC 9(2) VALUE 0.
        01 WS-ODD       PIC 9(1) VALUE 0.
        01 WS-LAST-USED PIC 9(9) VALUE 0.

      **
       PROCEDURE       DIVISION.
       DECLARATIVES.
       ET-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ET-FILE.
       ERROR-PROCESS.
           IF FS-CODE = "35"
              OPEN OUTPUT ET-FILE
              CLOSE ET-FILE
              OPEN I-O ET-FILE
           ELSE
              IF FS-CODE NOT = "00"
                 DISPLAY "EINVTRK.TAB FILE STATUS = " FS-CODE
                 EXIT PROGRAM
              END-IF
           END-IF.
       END DECLARATIVES.
       PROGRAM-BEGIN   SECTION.
       000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
           OPEN I-O ET-FILE.
           PERFORM 100-SCREEN.
           PERFORM 200-CHOICE.
           PERFORM 600-CLOSE.
           EXIT PROGRAM.
       100-SCREEN.
           DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
           DISPLAY "統一發票字軌維護" LINE 5 POSITION 10.
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

      * 共用:期別(YYYYMM，雙月之單數月)與字軌
       250-ACCEPT-KEY-RTN.
           DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
           DISPLAY "期別(YYYYMM) : " LINE 6 POSITION 20.
           ACCEPT ET-PERIOD LINE 6 POSITION 38.
           DISPLAY "字    軌     : " LINE 8 POSITION 20.
           ACCEPT ET-TRACK LINE 8 POSITION 38.

      * 新增紀錄:下一號自起號開始
       300-ADD-RECORD.
           PERFORM 250-ACCEPT-KEY-RTN.
           DISPLAY "起    號     : " LINE 10 POSITION 20.
           DISPLAY "迄    號     : " LINE 12 POSITION 20.
           DISPLAY "賣方統編     : " LINE 14 POSITION 20.
           ACCEPT ET-START-NO LINE 10 POSITION 38.
           ACCEPT ET-END-NO LINE 12 POSITION 38.
           ACCEPT ET-SELLER-ID LINE 14 POSITION 38.
           MOVE ET-START-NO TO ET-NEXT-NO.
           PERFORM 310-CHECK-DATA-RTN THRU 315-CHECK-DUPLICATE-RTN.
           IF DATA-ERR-FLAG NOT = "Y"
              WRITE ET-REC
           END-IF.
       310-CHECK-DATA-RTN.
           MOVE "N" TO DATA-ERR-FLAG.
           MOVE ET-PERIOD TO WS-PERIOD-R.
           DIVIDE WS-PERIOD-MM BY 2 GIVING WS-HALF
                  REMAINDER WS-ODD.
           IF WS-PERIOD-YY < 1900
              OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 11
              OR WS-ODD = 0
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID DATA - PERIOD MUST BE AN ODD MONTH"
                      LINE 20 POSITION 20
           END-IF.
           IF ET-TRACK = SPACES
              OR ET-TRACK IS NOT ALPHABETIC-UPPER
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID DATA - TRACK MUST BE TWO LETTERS"
                      LINE 21 POSITION 20
           END-IF.
           PERFORM 320-CHECK-RANGE-RTN.
       315-CHECK-DUPLICATE-RTN.
           READ ET-FILE
              INVALID KEY MOVE "N" TO WS-KEY-ERR
              NOT INVALID KEY MOVE "Y" TO WS-KEY-ERR
           END-READ.
           IF WS-KEY-ERR = "Y"
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "DUPLICATE PERIOD/TRACK !!" LINE 20 POSITION 20
           END-IF.
      * 迄號不得小於起號，亦不得小於已開出之最後一號;賣方統編
      * 須為八位數字
       320-CHECK-RANGE-RTN.
           COMPUTE WS-LAST-USED = ET-NEXT-NO - 1.
           IF ET-START-NO = ZERO
              OR ET-END-NO < ET-START-NO
              OR (ET-NEXT-NO > ET-START-NO
                  AND ET-END-NO < WS-LAST-USED)
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID DATA - NUMBER RANGE"
                      LINE 22 POSITION 20
           END-IF.
           IF ET-SELLER-ID IS NOT NUMERIC
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID DATA - SELLER TAX ID"
                      LINE 23 POSITION 20
           END-IF.

      * 更改紀錄:已開出號碼者起號不得更動
       400-CHANGE-RECORD.
           PERFORM 250-ACCEPT-KEY-RTN.
           MOVE "N" TO WS-KEY-ERR.
           READ ET-FILE
              INVALID KEY MOVE "Y" TO WS-KEY-ERR
           END-READ.
           IF WS-KEY-ERR = "Y"
              DISPLAY "PERIOD/TRACK NOT FOUND" LINE 20 POSITION 25
           ELSE
              DISPLAY "下 一 號     : " ET-NEXT-NO
                      LINE 16 POSITION 20
              DISPLAY "起    號     : " LINE 10 POSITION 20
              IF ET-NEXT-NO = ET-START-NO
                 ACCEPT ET-START-NO LINE 10 POSITION 38 UPDATE
                 MOVE ET-START-NO TO ET-NEXT-NO
              ELSE
                 DISPLAY ET-START-NO LINE 10 POSITION 38
              END-IF
              DISPLAY "迄    號     : " LINE 12 POSITION 20
              ACCEPT ET-END-NO LINE 12 POSITION 38 UPDATE
              DISPLAY "賣方統編     : " LINE 14 POSITION 20
              ACCEPT ET-SELLER-ID LINE 14 POSITION 38 UPDATE
              MOVE "N" TO DATA-ERR-FLAG
              PERFORM 320-CHECK-RANGE-RTN
              DISPLAY "是否確定 ?" LINE 18 POSITION 25
              ACCEPT SURE LINE 18 POSITION 37
              IF SURE = "Y" AND DATA-ERR-FLAG = "N"
                 REWRITE ET-REC INVALID KEY
                         DISPLAY "INVALID REWRITE !" LINE 20
                                 POSITION 25
              END-IF
           END-IF.

      * 刪除紀錄:已開出號碼之字軌不得刪除
       500-DELETE-RECORD.
           PERFORM 250-ACCEPT-KEY-RTN.
           MOVE "N" TO WS-KEY-ERR.
           READ ET-FILE
              INVALID KEY MOVE "Y" TO WS-KEY-ERR
           END-READ.
           IF WS-KEY-ERR = "Y"
              DISPLAY "PERIOD/TRACK NOT FOUND" LINE 20 POSITION 25
           ELSE
              DISPLAY "起    號     : " ET-START-NO
                      LINE 10 POSITION 20
              DISPLAY "迄    號     : " ET-END-NO
                      LINE 12 POSITION 20
              IF ET-NEXT-NO > ET-START-NO
                 DISPLAY "NUMBERS ALREADY ISSUED - DELETE REFUSED"
                         LINE 20 POSITION 20
              ELSE
                 DISPLAY "是否確定 ?" LINE 20 POSITION 25
                 ACCEPT SURE LINE 20 POSITION 37
                 IF SURE = "Y"
                    DELETE ET-FILE INVALID KEY
                           DISPLAY "INVALID DELETE !" LINE 20
                                   POSITION 25
                 END-IF
              END-IF
           END-IF.
       600-CLOSE.
           CLOSE ET-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "EINVTRK.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ET-FILE-NAME.
