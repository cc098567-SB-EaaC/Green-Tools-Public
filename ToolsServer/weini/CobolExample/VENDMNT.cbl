      **                           仍由 SAM12-6 建檔);仍有產品以
      **                           PRO-VEND-NO 指向該廠商、或 PO.DAT
      **                           尚有未結案訂購單者不得刪除;異動
      **                           經 MaintAudit 留存前後影像;
      **                           銀行代碼、帳號與戶名供付款作業
      **                           產生銀行整批匯款檔;更改涉及敏
      **                           感欄位(SENSFLD.TAB，如名稱與銀
      **                           行資料)者不寫入主檔，經
      **                           PendChange 送待核准異動檔，由另
      **                           一位操作員於 MstApprove 核准後
      **                           方生效
      **                           對照 (SAM13-1.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        77 PROD-EOF     PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 IN-USE-FLAG  PIC X  VALUE "N".
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==OLD-VEND-REC==
                         LEADING ==VEND-== BY ==OVEND-==.
           COPY SENSREQ REPLACING ==SENS-REQ-GRP== BY ==SENS-REQ==.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REQ==.

      **
       PROCEDURE       DIVISION.
              DISPLAY "VEND-CURR : " LINE 14 POSITION 20
              ACCEPT VEND-CURR OF VEND-REC
                     LINE 14 POSITION 34 UPDATE
              DISPLAY "VEND-BANK-CODE : " LINE 15 POSITION 20
              ACCEPT VEND-BANK-CODE OF VEND-REC
                     LINE 15 POSITION 39 UPDATE
              DISPLAY "VEND-BANK-ACCT : " LINE 16 POSITION 20
              ACCEPT VEND-BANK-ACCT OF VEND-REC
                     LINE 16 POSITION 39 UPDATE
              DISPLAY "VEND-ACCT-NAME : " LINE 17 POSITION 20
              ACCEPT VEND-ACCT-NAME OF VEND-REC
                     LINE 17 POSITION 39 UPDATE
              PERFORM 410-CHECK-DATA-RTN
              DISPLAY "是否確定 ?" LINE 18 POSITION 25
              ACCEPT SURE LINE 18 POSITION 37
              IF SURE = "Y" AND DATA-ERR-FLAG NOT = "Y"
                 PERFORM 820-CHECK-SENSITIVE-RTN
                 IF SQ-HIT OF SENS-REQ = "Y"
                    PERFORM 850-QUEUE-CHANGE-RTN
                 ELSE
                    REWRITE VEND-REC INVALID KEY
                            DISPLAY "INVALID REWRITE !" LINE 20
                                    POSITION 25
                    END-REWRITE
                    MOVE "CHANGE"   TO AU-ACTION OF AUD-REC
                    MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC
                    MOVE VEND-REC   TO AU-AFTER OF AUD-REC
                    PERFORM 800-WRITE-AUDIT-RTN
                 END-IF
              END-IF
              UNLOCK VEND-FILE
           END-IF
              DISPLAY "INVALID DATA - NAME MUST NOT BE BLANK"
                      LINE 20 POSITION 20
           END-IF.
      * 有銀行帳號者須有 7 位數字之銀行代碼(總行 3 碼 + 分行 4 碼)
      * 與戶名，整批匯款檔方可被銀行接受
           IF VEND-BANK-ACCT OF VEND-REC NOT = SPACES
              IF VEND-BANK-CODE OF VEND-REC NOT NUMERIC
                 OR VEND-ACCT-NAME OF VEND-REC = SPACES
                 MOVE "Y" TO DATA-ERR-FLAG
                 DISPLAY "INVALID DATA - BANK CODE/ACCOUNT NAME"
                         LINE 20 POSITION 20
              END-IF
           END-IF.

      * 刪除紀錄:仍被產品主檔引用或尚有未結案訂購單者拒絕
       500-DELETE-RECORD.
                      LINE 12 POSITION 20
              DISPLAY "VEND-CURR    : " VEND-CURR OF VEND-REC
                      LINE 14 POSITION 20
              DISPLAY "VEND-BANK-CODE : " VEND-BANK-CODE OF VEND-REC
                      LINE 15 POSITION 20
              DISPLAY "VEND-BANK-ACCT : " VEND-BANK-ACCT OF VEND-REC
                      LINE 16 POSITION 20
              DISPLAY "VEND-ACCT-NAME : " VEND-ACCT-NAME OF VEND-REC
                      LINE 17 POSITION 20
           END-IF.
       800-WRITE-AUDIT-RTN.
           MOVE "VENDOR  " TO AU-FILE-ID OF AUD-REC.
           MOVE VEND-NO OF VEND-REC TO AU-KEY OF AUD-REC.
           CALL "MaintAudit" USING AUD-REC.
      * 逐欄比對更改前後，有異動之欄位交 SensField 判斷是否敏感
       820-CHECK-SENSITIVE-RTN.
           MOVE HOLD-IMAGE TO OLD-VEND-REC.
           MOVE SPACES TO SENS-REQ.
           MOVE "N" TO SQ-HIT OF SENS-REQ.
           MOVE ZERO TO SQ-APPR-AUTH OF SENS-REQ
                        SQ-EXPIRE-DAYS OF SENS-REQ.
           MOVE "VENDOR" TO SQ-FILE-ID OF SENS-REQ.
           IF VEND-NAME OF VEND-REC NOT = OVEND-NAME
              MOVE "VEND-NAME" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF VEND-ADDRESS OF VEND-REC NOT = OVEND-ADDRESS
              MOVE "VEND-ADDRESS" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF VEND-PHO-NO OF VEND-REC NOT = OVEND-PHO-NO
              MOVE "VEND-PHO-NO" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF VEND-CURR OF VEND-REC NOT = OVEND-CURR
              MOVE "VEND-CURR" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF VEND-BANK-CODE OF VEND-REC NOT = OVEND-BANK-CODE
              MOVE "VEND-BANK-CODE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF VEND-BANK-ACCT OF VEND-REC NOT = OVEND-BANK-ACCT
              MOVE "VEND-BANK-ACCT" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF VEND-ACCT-NAME OF VEND-REC NOT = OVEND-ACCT-NAME
              MOVE "VEND-ACCT-NAME" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
      * 敏感異動送待核准，主檔維持原狀
       850-QUEUE-CHANGE-RTN.
           MOVE "VENDOR"    TO PD-FILE-ID OF PEND-REQ.
           MOVE "CHANGE"    TO PD-ACTION OF PEND-REQ.
           MOVE VEND-NO OF VEND-REC TO PD-KEY OF PEND-REQ.
           MOVE SQ-FIELD-LIST OF SENS-REQ TO PD-FIELD-LIST OF PEND-REQ.
           MOVE SQ-APPR-AUTH OF SENS-REQ  TO PD-APPR-AUTH OF PEND-REQ.
           MOVE SQ-EXPIRE-DAYS OF SENS-REQ
                                TO PD-EXPIRE-DAYS OF PEND-REQ.
           MOVE SPACES      TO PD-REASON OF PEND-REQ.
           MOVE HOLD-IMAGE  TO PD-BEFORE OF PEND-REQ.
           MOVE VEND-REC    TO PD-AFTER OF PEND-REQ.
           CALL "PendChange" USING PEND-REQ.
           DISPLAY "CHANGE HELD FOR APPROVAL - PENDING NO. "
                   PD-NO OF PEND-REQ LINE 23 POSITION 20.
       600-CLOSE.
           CLOSE VEND-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
