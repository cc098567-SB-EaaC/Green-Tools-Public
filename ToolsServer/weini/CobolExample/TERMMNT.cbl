      ** 付款條件維護 (TERMMNT.CBL):付款條件代碼與到期天數之新增、
      **                           更改、刪除;客戶主檔之付款條件
      **                           代碼以本檔為準;另含提前付款
      **                           折扣百分比與折扣天數
      **                           對照 (VITMMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
       TERM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TERM-FILE.
       ERROR-PROCESS.
           IF FS-CODE = "35"
              OPEN OUTPUT TERM-FILE
              CLOSE TERM-FILE
              OPEN I-O TERM-FILE
           ELSE
              IF FS-CODE NOT = "00"
                 DISPLAY "TERMS.TAB FILE STATUS = " FS-CODE
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
       END DECLARATIVES.
       PROGRAM-BEGIN   SECTION.
       000-MAIN-RTN.
           ACCEPT TM-CODE LINE 8 POSITION 35.
           DISPLAY "到期天數 : " LINE 10 POSITION 20.
           DISPLAY "說    明 : " LINE 12 POSITION 20.
           DISPLAY "折扣 %   : " LINE 14 POSITION 20.
           DISPLAY "折扣天數 : " LINE 16 POSITION 20.
           ACCEPT TM-NET-DAYS LINE 10 POSITION 35.
           ACCEPT TM-DESC LINE 12 POSITION 35.
           ACCEPT TM-DISC-PCT LINE 14 POSITION 35.
           ACCEPT TM-DISC-DAYS LINE 16 POSITION 35.
           PERFORM 310-CHECK-DATA-RTN THRU 315-CHECK-DUPLICATE-RTN.
           IF DATA-ERR-FLAG NOT = "Y"
              WRITE TERM-REC
              DISPLAY "INVALID DATA - CODE MUST NOT BE BLANK"
                      LINE 20 POSITION 20
           END-IF.
           PERFORM 320-CHECK-DISC-RTN.
       315-CHECK-DUPLICATE-RTN.
           READ TERM-FILE
              INVALID KEY MOVE "N" TO WS-KEY-ERR
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "DUPLICATE TERMS CODE !!" LINE 20 POSITION 20
           END-IF.
      * 折扣期限須在到期天數之內;無折扣者天數歸零
       320-CHECK-DISC-RTN.
           IF TM-DISC-PCT = ZERO
              MOVE ZERO TO TM-DISC-DAYS
           ELSE
              IF TM-DISC-DAYS = ZERO
                 OR TM-DISC-DAYS > TM-NET-DAYS
                 MOVE "Y" TO DATA-ERR-FLAG
                 DISPLAY "INVALID DATA - DISCOUNT DAYS"
                         LINE 20 POSITION 20
              END-IF
           END-IF.

      * 更改紀錄
       400-CHANGE-RECORD.
              ACCEPT TM-NET-DAYS LINE 10 POSITION 35 UPDATE
              DISPLAY "說    明 : " LINE 12 POSITION 20
              ACCEPT TM-DESC LINE 12 POSITION 35 UPDATE
              DISPLAY "折扣 %   : " LINE 14 POSITION 20
              ACCEPT TM-DISC-PCT LINE 14 POSITION 35 UPDATE
              DISPLAY "折扣天數 : " LINE 16 POSITION 20
              ACCEPT TM-DISC-DAYS LINE 16 POSITION 35 UPDATE
              MOVE "N" TO DATA-ERR-FLAG
              PERFORM 320-CHECK-DISC-RTN
              DISPLAY "是否確定 ?" LINE 18 POSITION 25
              ACCEPT SURE LINE 18 POSITION 37
              IF SURE = "Y" AND DATA-ERR-FLAG = "N"
                 REWRITE TERM-REC INVALID KEY
                         DISPLAY "INVALID REWRITE !" LINE 20
                                 POSITION 25
