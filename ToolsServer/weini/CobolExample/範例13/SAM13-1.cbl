        01 WS-KEY-ERR   PIC X  VALUE "N".
        01 DATA-ERR-FLAG PIC X VALUE "N".
        77 HOLD-QTY     PIC 9(5) VALUE 0.
        77 HOLD-STATUS  PIC X  VALUE SPACE.
        77 HOLD-STATUS-DATE PIC 9(8) VALUE 0.
        77 WS-REASON-IN PIC X(2) VALUE SPACES.
        77 CAT-FS       PIC XX.
        77 CAT-MISSING  PIC X  VALUE "N".
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==OLD-PRO-REC==
                         LEADING ==PRO-== BY ==OPRO-==.
           COPY SENSREQ REPLACING ==SENS-REQ-GRP== BY ==SENS-REQ==.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REQ==.
           COPY RUNDATE.

      **
           DISPLAY "PRO-QTY : "  LINE 14 POSITION 20.
           DISPLAY "PRO-MIN-QTY : " LINE 16 POSITION 20.
           DISPLAY "PRO-WAREHOUSE : " LINE 18 POSITION 20.
           DISPLAY "PRO-TYPE(S/N) : " LINE 17 POSITION 20.
           MOVE "S"  TO PRO-TYPE.
           MOVE ZERO TO PRO-WEIGHT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "A"  TO PRO-STATUS.
           MOVE RUN-DATE TO PRO-STATUS-DATE.
           ACCEPT PRO-NAME LINE 12 POSITION 35.
           ACCEPT PRO-QTY  LINE 14 POSITION 35.
           ACCEPT PRO-MIN-QTY LINE 16 POSITION 35.
           ACCEPT PRO-TYPE LINE 17 POSITION 37 UPDATE.
           ACCEPT PRO-WAREHOUSE LINE 18 POSITION 35.
           PERFORM 310-CHECK-DATA-RTN THRU 315-CHECK-DUPLICATE-RTN.
           IF DATA-ERR-FLAG NOT = "Y"
       310-CHECK-DATA-RTN.
           MOVE "N" TO DATA-ERR-FLAG.
           IF PRO-QTY = ZERO
              AND NOT PRO-NON-STOCK
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                      LINE 20 POSITION 20
           END-IF.
           IF NOT PRO-ACTIVE AND NOT PRO-PHASE-OUT
              AND NOT PRO-DISCONTINUED
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID STATUS - MUST BE A, P OR D"
                      LINE 22 POSITION 20
           END-IF.
      * 類別須存在於類別檔;留空白表示未分類
       320-CHECK-CATEGORY-RTN.
           IF PRO-CATEGORY NOT = SPACES
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "DUPLICATE PRO-NO !!" LINE 20 POSITION 20
           END-IF.
      * 產品狀態:A 正常、P 停止補貨(可續售至售完)、D 淘汰(不
      * 得再接單報價);狀態變更而未改生效日者以本日為生效日
       330-STATUS-DATE-RTN.
           IF PRO-STATUS NOT = HOLD-STATUS
              AND PRO-STATUS-DATE = HOLD-STATUS-DATE
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
              MOVE RUN-DATE TO PRO-STATUS-DATE
           END-IF.

      * 更改紀錄
       400-CHANGE-RECORD.
              DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 25
           ELSE
              MOVE PRO-QTY TO HOLD-QTY
              MOVE PRO-STATUS TO HOLD-STATUS
              MOVE PRO-STATUS-DATE TO HOLD-STATUS-DATE
              MOVE PRO-REC TO HOLD-IMAGE
              ACCEPT PRO-NO LINE 10 POSITION 32 UPDATE
              DISPLAY "PRO-NAME : " LINE 12 POSITION 20
              ACCEPT PRO-QTY LINE 14 POSITION 32 UPDATE
              DISPLAY "PRO-MIN-QTY : " LINE 16 POSITION 20
              ACCEPT PRO-MIN-QTY LINE 16 POSITION 32 UPDATE
              DISPLAY "PRO-TYPE(S/N) : " LINE 17 POSITION 20
              ACCEPT PRO-TYPE LINE 17 POSITION 37 UPDATE
              DISPLAY "PRO-WEIGHT : " LINE 17 POSITION 45
              ACCEPT PRO-WEIGHT LINE 17 POSITION 58 UPDATE
              DISPLAY "PRO-WAREHOUSE : " LINE 18 POSITION 20
              ACCEPT PRO-WAREHOUSE LINE 18 POSITION 32 UPDATE
              DISPLAY "PRO-ORDER-UNIT : " LINE 19 POSITION 20
              ACCEPT PRO-TAX-CLASS LINE 21 POSITION 38 UPDATE
              DISPLAY "PRO-CATEGORY : " LINE 21 POSITION 45
              ACCEPT PRO-CATEGORY LINE 21 POSITION 62 UPDATE
              DISPLAY "STATUS(A/P/D) : " LINE 19 POSITION 45
              ACCEPT PRO-STATUS LINE 19 POSITION 62 UPDATE
              DISPLAY "STATUS-DATE : " LINE 20 POSITION 47
              ACCEPT PRO-STATUS-DATE LINE 20 POSITION 62 UPDATE
              PERFORM 330-STATUS-DATE-RTN
              PERFORM 320-CHECK-CATEGORY-RTN
              PERFORM 310-CHECK-DATA-RTN
              DISPLAY "是否確定 ?" LINE 18 POSITION 25
              ACCEPT SURE LINE 18 POSITION 37
              IF SURE = "Y" AND DATA-ERR-FLAG NOT = "Y"
                 PERFORM 820-CHECK-SENSITIVE-RTN
                 IF SQ-HIT OF SENS-REQ = "Y"
                    MOVE SPACES TO WS-REASON-IN
                    IF PRO-QTY NOT = HOLD-QTY
                       PERFORM 650-ACCEPT-REASON-RTN
                    END-IF
                    PERFORM 850-QUEUE-CHANGE-RTN
                 ELSE
                    REWRITE PRO-REC INVALID KEY
                            DISPLAY "INVALID REWRITE !"
                                    LINE 20 POSITION 25
                    END-REWRITE
                    MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                    MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC
                    MOVE PRO-REC    TO AU-AFTER OF AUD-REC
                    PERFORM 800-WRITE-AUDIT-RTN
                    IF PRO-QTY NOT = HOLD-QTY
                       PERFORM 650-ACCEPT-REASON-RTN
                       PERFORM 700-LOG-STOCK-RTN
                    END-IF
                 END-IF
              END-IF
              UNLOCK PRO-FILE
           MOVE "PRODUCT " TO AU-FILE-ID OF AUD-REC.
           MOVE PRO-NO     TO AU-KEY OF AUD-REC.
           CALL "MaintAudit" USING AUD-REC.
      * 逐欄比對更改前後，有異動之欄位交 SensField 判斷是否敏感
       820-CHECK-SENSITIVE-RTN.
           MOVE HOLD-IMAGE TO OLD-PRO-REC.
           MOVE SPACES TO SENS-REQ.
           MOVE "N" TO SQ-HIT OF SENS-REQ.
           MOVE ZERO TO SQ-APPR-AUTH OF SENS-REQ
                        SQ-EXPIRE-DAYS OF SENS-REQ.
           MOVE "PRODUCT" TO SQ-FILE-ID OF SENS-REQ.
           IF PRO-NAME NOT = OPRO-NAME
              MOVE "PRO-NAME" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-QTY NOT = OPRO-QTY
              MOVE "PRO-QTY" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-MIN-QTY NOT = OPRO-MIN-QTY
              MOVE "PRO-MIN-QTY" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-TYPE NOT = OPRO-TYPE
              MOVE "PRO-TYPE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-WEIGHT NOT = OPRO-WEIGHT
              MOVE "PRO-WEIGHT" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-WAREHOUSE NOT = OPRO-WAREHOUSE
              MOVE "PRO-WAREHOUSE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-ORDER-UNIT NOT = OPRO-ORDER-UNIT
              MOVE "PRO-ORDER-UNIT" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-UNITS-PER-PACK NOT = OPRO-UNITS-PER-PACK
              MOVE "PRO-UNITS-PER-PACK" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-TAX-CLASS NOT = OPRO-TAX-CLASS
              MOVE "PRO-TAX-CLASS" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-CATEGORY NOT = OPRO-CATEGORY
              MOVE "PRO-CATEGORY" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-STATUS NOT = OPRO-STATUS
              MOVE "PRO-STATUS" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF PRO-STATUS-DATE NOT = OPRO-STATUS-DATE
              MOVE "PRO-STATUS-DATE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
      * 敏感異動送待核准，主檔維持原狀;改量之原因碼隨同送出
       850-QUEUE-CHANGE-RTN.
           MOVE "PRODUCT"   TO PD-FILE-ID OF PEND-REQ.
           MOVE "CHANGE"    TO PD-ACTION OF PEND-REQ.
           MOVE OPRO-NO     TO PD-KEY OF PEND-REQ.
           MOVE SQ-FIELD-LIST OF SENS-REQ TO PD-FIELD-LIST OF PEND-REQ.
           MOVE SQ-APPR-AUTH OF SENS-REQ  TO PD-APPR-AUTH OF PEND-REQ.
           MOVE SQ-EXPIRE-DAYS OF SENS-REQ
                                TO PD-EXPIRE-DAYS OF PEND-REQ.
           MOVE WS-REASON-IN TO PD-REASON OF PEND-REQ.
           MOVE HOLD-IMAGE  TO PD-BEFORE OF PEND-REQ.
           MOVE PRO-REC     TO PD-AFTER OF PEND-REQ.
           CALL "PendChange" USING PEND-REQ.
           DISPLAY "CHANGE HELD FOR APPROVAL - PENDING NO. "
                   PD-NO OF PEND-REQ LINE 23 POSITION 20.
      * 人工改量須記調整原因碼，空白不放行，且須存在於原因碼
      * 檔(檔未建時僅檢查非空白)，與盤點作業同一把尺
       650-ACCEPT-REASON-RTN.
