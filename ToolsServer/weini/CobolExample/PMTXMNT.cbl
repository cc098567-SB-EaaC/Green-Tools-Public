      ** 客戶價格矩陣維護 (PMTXMNT.CBL):客戶+產品+生效日之合約價
      **                               與數量級距價之新增、更改、
      **                               刪除;客戶與產品須存在於各
      **                               主檔;新增或更改之合約價或級
      **                               距價低於產品成本等涉及敏感欄
      **                               位(SENSFLD.TAB)者不寫入矩陣，
      **                               經 PendChange 送待核准異動檔，
      **                               由另一位操作員於 MstApprove 核
      **                               准後方生效
      **                               對照 (VITMMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        77 WS-BRK-CHANGED PIC X VALUE "N".
        77 WS-BELOW-COST PIC X VALUE "N".
        77 BRK-SUB      PIC 9(1) VALUE 0.
           COPY PMTXCOPY REPLACING ==PMTX-GRP== BY ==OLD-MTX-REC==
                         LEADING ==PM-== BY ==OPM-==.
           COPY SENSREQ REPLACING ==SENS-REQ-GRP== BY ==SENS-REQ==.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REQ==.

      **
       PROCEDURE       DIVISION.
              PERFORM 315-CHECK-DUPLICATE-RTN
           END-IF.
           IF DATA-ERR-FLAG NOT = "Y"
              MOVE "ADD"  TO PD-ACTION OF PEND-REQ
              MOVE SPACES TO HOLD-IMAGE
              PERFORM 820-CHECK-SENSITIVE-RTN
              IF SQ-HIT OF SENS-REQ = "Y"
                 PERFORM 850-QUEUE-CHANGE-RTN
              ELSE
                 WRITE MTX-REC
              END-IF
           END-IF.
       320-ACCEPT-BREAKS-RTN.
           DISPLAY "級距一 數量/單價 : " LINE 12 POSITION 20.
           IF WS-KEY-ERR = "Y"
              DISPLAY "PRICE RECORD NOT FOUND" LINE 20 POSITION 25
           ELSE
              MOVE MTX-REC TO HOLD-IMAGE
              DISPLAY "合約單價 : " LINE 10 POSITION 20
              ACCEPT PM-PRICE OF MTX-REC LINE 10 POSITION 35 UPDATE
              PERFORM 320-ACCEPT-BREAKS-RTN
                 DISPLAY "是否確定 ?" LINE 18 POSITION 25
                 ACCEPT SURE LINE 18 POSITION 37
                 IF SURE = "Y"
                    MOVE "CHANGE" TO PD-ACTION OF PEND-REQ
                    PERFORM 820-CHECK-SENSITIVE-RTN
                    IF SQ-HIT OF SENS-REQ = "Y"
                       PERFORM 850-QUEUE-CHANGE-RTN
                    ELSE
                       REWRITE MTX-REC INVALID KEY
                               DISPLAY "INVALID REWRITE !" LINE 20
                                       POSITION 25
                       END-REWRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           END-IF.
       600-CLOSE.
           CLOSE MTX-FILE CUST-FILE PROD-FILE.
      * 比對更改前後(新增者視同由零起)，單價、級距有異動者交
      * SensField 判斷;單價或級距有異動且低於產品成本者另以
      * BELOW-COST 判斷
       820-CHECK-SENSITIVE-RTN.
           IF PD-ACTION OF PEND-REQ = "ADD"
              INITIALIZE OLD-MTX-REC
           ELSE
              MOVE HOLD-IMAGE TO OLD-MTX-REC
           END-IF.
           MOVE SPACES TO SENS-REQ.
           MOVE "N" TO SQ-HIT OF SENS-REQ.
           MOVE ZERO TO SQ-APPR-AUTH OF SENS-REQ
                        SQ-EXPIRE-DAYS OF SENS-REQ.
           MOVE "PRICEMTX" TO SQ-FILE-ID OF SENS-REQ.
           IF PM-PRICE OF MTX-REC NOT = OPM-PRICE
              MOVE "PM-PRICE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           MOVE "N" TO WS-BRK-CHANGED.
           PERFORM 830-COMPARE-BREAK-RTN
              VARYING BRK-SUB FROM 1 BY 1 UNTIL BRK-SUB > 3.
           IF WS-BRK-CHANGED = "Y"
              MOVE "PM-BREAK" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PM-PRICE OF MTX-REC NOT = OPM-PRICE
              OR WS-BRK-CHANGED = "Y"
              PERFORM 840-CHECK-COST-RTN
              IF WS-BELOW-COST = "Y"
                 MOVE "BELOW-COST" TO SQ-FIELD OF SENS-REQ
                 CALL "SensField" USING SENS-REQ
              END-IF
           END-IF.
       830-COMPARE-BREAK-RTN.
           IF PM-BREAK-QTY OF MTX-REC (BRK-SUB)
                 NOT = OPM-BREAK-QTY (BRK-SUB)
              OR PM-BREAK-PRICE OF MTX-REC (BRK-SUB)
                 NOT = OPM-BREAK-PRICE (BRK-SUB)
              MOVE "Y" TO WS-BRK-CHANGED
           END-IF.
      * 合約單價或任一有數量之級距單價低於產品成本
       840-CHECK-COST-RTN.
           MOVE "N" TO WS-BELOW-COST.
           MOVE PM-PRO-NO OF MTX-REC TO PRO-NO OF PROD-REC.
           MOVE "N" TO WS-KEY-ERR.
           READ PROD-FILE
              INVALID KEY MOVE "Y" TO WS-KEY-ERR
           END-READ.
           IF WS-KEY-ERR = "N"
              IF PM-PRICE OF MTX-REC < PRO-COST OF PROD-REC
                 MOVE "Y" TO WS-BELOW-COST
              END-IF
              PERFORM 845-CHECK-BREAK-COST-RTN
                 VARYING BRK-SUB FROM 1 BY 1 UNTIL BRK-SUB > 3
           END-IF.
       845-CHECK-BREAK-COST-RTN.
           IF PM-BREAK-QTY OF MTX-REC (BRK-SUB) > ZERO
              AND PM-BREAK-PRICE OF MTX-REC (BRK-SUB)
                  < PRO-COST OF PROD-REC
              MOVE "Y" TO WS-BELOW-COST
           END-IF.
      * 敏感異動送待核准，價格矩陣維持原狀
       850-QUEUE-CHANGE-RTN.
           MOVE "PRICEMTX"  TO PD-FILE-ID OF PEND-REQ.
           MOVE PM-KEY OF MTX-REC TO PD-KEY OF PEND-REQ.
           MOVE SQ-FIELD-LIST OF SENS-REQ TO PD-FIELD-LIST OF PEND-REQ.
           MOVE SQ-APPR-AUTH OF SENS-REQ  TO PD-APPR-AUTH OF PEND-REQ.
           MOVE SQ-EXPIRE-DAYS OF SENS-REQ
                                TO PD-EXPIRE-DAYS OF PEND-REQ.
           MOVE SPACES      TO PD-REASON OF PEND-REQ.
           MOVE HOLD-IMAGE  TO PD-BEFORE OF PEND-REQ.
           MOVE MTX-REC     TO PD-AFTER OF PEND-REQ.
           CALL "PendChange" USING PEND-REQ.
           DISPLAY "CHANGE HELD FOR APPROVAL - PENDING NO. "
                   PD-NO OF PEND-REQ LINE 23 POSITION 20.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRICEMTX.DAT" TO EN-LOGICAL.
