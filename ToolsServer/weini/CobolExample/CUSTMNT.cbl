      **                           查詢;更改時套用 SAM6 之格式與
      **                           信用額度級距檢核，尚有應收帳款
      **                           餘額之客戶不得刪除;異動經
      **                           MaintAudit 留存前後影像;
      **                           統一編號空白或八位數字;
      **                           送貨路線空白或須存在於路線主檔
      **                           (ROUTE.MST);同意替代註記 Y 或
      **                           空白，Y 者缺貨時分貨作業得以
      **                           核准之替代品補足;
      **                           選項 5 進入送貨地址維護
      **                           (SHTOMNT.CBL)、選項 6 進入客戶
      **                           料號對照維護 (CXRFMNT.CBL);
      **                           更改涉及敏感欄位(SENSFLD.TAB，
      **                           如信用額度、凍結碼)者不寫入主
      **                           檔，經 PendChange 送待核准異動
      **                           檔，由另一位操作員於 MstApprove
      **                           核准後方生效
      **                           對照 (SAM13-1.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TM-CODE
                  FILE STATUS IS TERM-FS.
           SELECT ROUT-FILE ASSIGN TO RANDOM ROUT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RT-CODE
                  FILE STATUS IS ROUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD TERM-FILE
           LABEL RECORD IS STANDARD.
           COPY TERMCOPY REPLACING ==TERM-GRP== BY ==TERM-REC==.
        FD ROUT-FILE
           LABEL RECORD IS STANDARD.
           COPY ROUTCOPY REPLACING ==ROUT-GRP== BY ==ROUT-REC==.

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CREDIT-FILE-NAME       PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 TERM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 ROUT-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        77 HOLD-IMAGE   PIC X(70) VALUE SPACES.
        77 TERM-FS      PIC XX.
        77 TERM-MISSING PIC X  VALUE "N".
        77 ROUT-FS      PIC XX.
        77 ROUT-MISSING PIC X  VALUE "N".
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==OLD-CUST-REC==
                         LEADING ==CM-== BY ==OCM-==.
           COPY SENSREQ REPLACING ==SENS-REQ-GRP== BY ==SENS-REQ==.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REQ==.

      **
       PROCEDURE       DIVISION.
       TERM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TERM-FILE.
       TERM-ERROR-PROCESS.
           IF TERM-FS = "35"
              MOVE "Y" TO TERM-MISSING
           ELSE
              IF TERM-FS NOT = "00"
                 DISPLAY "TERMS.TAB FILE STATUS = " TERM-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
       ROUT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROUT-FILE.
       ROUT-ERROR-PROCESS.
           IF ROUT-FS NOT = "00"
              MOVE "Y" TO ROUT-MISSING.
       AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
       AGE-ERROR-PROCESS.
           OPEN I-O AGE-FILE.
           MOVE "N" TO TERM-MISSING.
           OPEN INPUT TERM-FILE.
           MOVE "N" TO ROUT-MISSING.
           OPEN INPUT ROUT-FILE.
           PERFORM 100-SCREEN.
           PERFORM 200-CHOICE.
           PERFORM 600-CLOSE.
           DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
           DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
           DISPLAY "4.查詢紀錄" LINE 13 POSITION 12.
           DISPLAY "5.送貨地址" LINE 15 POSITION 12.
           DISPLAY "6.客戶料號" LINE 17 POSITION 12.
           DISPLAY "INPUT YOUR CHOICE : " LINE 19 POSITION 10.
           ACCEPT CHOICE LINE 19 POSITION 32.
       200-CHOICE.
           IF CHOICE = "1"
              PERFORM 300-ADD-RECORD
                        PERFORM 500-DELETE-RECORD
                     ELSE IF CHOICE = "4"
                             PERFORM 550-INQUIRY-RECORD
                          ELSE IF CHOICE = "5"
                                  CALL "ShipToMaint"
                                  CANCEL "ShipToMaint"
                               ELSE IF CHOICE = "6"
                                  CALL "CustItemMaint"
                                  CANCEL "CustItemMaint"
                               ELSE
                                  DISPLAY "INVALID SELECTION, TRY "
                                          "AGAIN" LINE 20 POSITION 10
                                  PERFORM 100-SCREEN
                                  PERFORM 200-CHOICE
                               END-IF
                               END-IF
                          END-IF
                     END-IF
                END-IF
           ACCEPT CM-INV-FREQ LINE 19 POSITION 45 UPDATE.
           DISPLAY "CM-TAX-EXEMPT (E=免稅) : " LINE 20 POSITION 50.
           ACCEPT CM-TAX-EXEMPT LINE 20 POSITION 76 UPDATE.
           DISPLAY "CM-TAX-ID (統編) : " LINE 18 POSITION 50.
           ACCEPT CM-TAX-ID LINE 18 POSITION 70 UPDATE.
           DISPLAY "CM-ROUTE : " LINE 16 POSITION 50.
           ACCEPT CM-ROUTE LINE 16 POSITION 65 UPDATE.
           DISPLAY "CM-STOP-SEQ : " LINE 17 POSITION 50.
           ACCEPT CM-STOP-SEQ LINE 17 POSITION 65 UPDATE.
           DISPLAY "CM-SUBST-OK (Y=可替代) : " LINE 19 POSITION 50.
           ACCEPT CM-SUBST-OK LINE 19 POSITION 76 UPDATE.
      * 套用 SAM6 330-CHECK-DATA-RTN 之檢核:編號首碼英文餘數字、
      * 名稱非空白、電話數字、額度須在 CREDIT.TAB 級距內
       360-CHECK-DATA-RTN.
           IF CM-HOLD-FLAG NOT = "H"
              MOVE SPACE TO CM-HOLD-FLAG
           END-IF.
           IF CM-SUBST-OK NOT = "Y"
              MOVE SPACE TO CM-SUBST-OK
           END-IF.
      * 付款條件須存在於條件檔;留空白表示發票日即到期
           IF CM-TERMS-CODE NOT = SPACES
              IF TERM-MISSING = "Y"
                 END-IF
              END-IF
           END-IF.
      * 統一編號:有統編者開立 B2B 發票，空白為一般消費者
           IF CM-TAX-ID NOT = SPACES
              AND CM-TAX-ID IS NOT NUMERIC
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "TAX ID MUST BE 8 DIGITS OR BLANK"
                      LINE 23 POSITION 20
           END-IF.
      * 送貨路線須存在於路線主檔;留空白表示未排路線
           IF CM-ROUTE NOT = SPACES
              MOVE "N" TO WS-KEY-ERR
              IF ROUT-MISSING = "Y"
                 MOVE "Y" TO WS-KEY-ERR
              ELSE
                 MOVE CM-ROUTE TO RT-CODE OF ROUT-REC
                 READ ROUT-FILE
                    INVALID KEY MOVE "Y" TO WS-KEY-ERR
                 END-READ
              END-IF
              IF WS-KEY-ERR = "Y"
                 MOVE "Y" TO DATA-ERR-FLAG
                 DISPLAY "ROUTE NOT ON FILE" LINE 21 POSITION 55
              END-IF
           END-IF.

      * 更改紀錄
       400-CHANGE-RECORD.
              DISPLAY "是否確定 ?" LINE 22 POSITION 25
              ACCEPT SURE LINE 22 POSITION 37
              IF SURE = "Y" AND DATA-ERR-FLAG NOT = "Y"
                 PERFORM 820-CHECK-SENSITIVE-RTN
                 IF SQ-HIT OF SENS-REQ = "Y"
                    PERFORM 850-QUEUE-CHANGE-RTN
                 ELSE
                    REWRITE CUST-REC INVALID KEY
                            DISPLAY "INVALID REWRITE !" LINE 20
                                    POSITION 25
                    END-REWRITE
                    MOVE "CHANGE"   TO AU-ACTION OF AUD-REC
                    MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC
                    MOVE CUST-REC   TO AU-AFTER OF AUD-REC
                    PERFORM 800-WRITE-AUDIT-RTN
                 END-IF
              END-IF
              UNLOCK CUST-FILE
           END-IF
                      LINE 14 POSITION 20
              DISPLAY "CM-HOLD-FLAG    : " CM-HOLD-FLAG
                      LINE 16 POSITION 20
              DISPLAY "CM-TAX-ID       : " CM-TAX-ID
                      LINE 16 POSITION 45
              DISPLAY "CM-ROUTE/STOP   : " CM-ROUTE "/" CM-STOP-SEQ
                      LINE 14 POSITION 45
              DISPLAY "CM-SUBST-OK     : " CM-SUBST-OK
                      LINE 17 POSITION 20
              PERFORM 510-CHECK-BALANCE-RTN
              DISPLAY "OPEN BALANCE    : " WS-OPEN-BAL
                      LINE 18 POSITION 20
           MOVE "CUSTOMER" TO AU-FILE-ID OF AUD-REC.
           MOVE CM-CUS-NO OF CUST-REC TO AU-KEY OF AUD-REC.
           CALL "MaintAudit" USING AUD-REC.
      * 逐欄比對更改前後，有異動之欄位交 SensField 判斷是否敏感
       820-CHECK-SENSITIVE-RTN.
           MOVE HOLD-IMAGE TO OLD-CUST-REC.
           MOVE SPACES TO SENS-REQ.
           MOVE "N" TO SQ-HIT OF SENS-REQ.
           MOVE ZERO TO SQ-APPR-AUTH OF SENS-REQ
                        SQ-EXPIRE-DAYS OF SENS-REQ.
           MOVE "CUSTOMER" TO SQ-FILE-ID OF SENS-REQ.
           IF CM-CUS-NAME NOT = OCM-CUS-NAME
              MOVE "CM-CUS-NAME" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-ADDRESS NOT = OCM-ADDRESS
              MOVE "CM-ADDRESS" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-PHO-NO NOT = OCM-PHO-NO
              MOVE "CM-PHO-NO" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-CREDIT-LIMIT NOT = OCM-CREDIT-LIMIT
              MOVE "CM-CREDIT-LIMIT" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-HOLD-FLAG NOT = OCM-HOLD-FLAG
              MOVE "CM-HOLD-FLAG" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-TERMS-CODE NOT = OCM-TERMS-CODE
              MOVE "CM-TERMS-CODE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-PRIORITY NOT = OCM-PRIORITY
              MOVE "CM-PRIORITY" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-INV-FREQ NOT = OCM-INV-FREQ
              MOVE "CM-INV-FREQ" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-TAX-EXEMPT NOT = OCM-TAX-EXEMPT
              MOVE "CM-TAX-EXEMPT" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-TAX-ID NOT = OCM-TAX-ID
              MOVE "CM-TAX-ID" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-ROUTE NOT = OCM-ROUTE
              MOVE "CM-ROUTE" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-STOP-SEQ NOT = OCM-STOP-SEQ
              MOVE "CM-STOP-SEQ" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
           IF CM-SUBST-OK NOT = OCM-SUBST-OK
              MOVE "CM-SUBST-OK" TO SQ-FIELD OF SENS-REQ
              CALL "SensField" USING SENS-REQ
           END-IF.
      * 敏感異動送待核准，主檔維持原狀
       850-QUEUE-CHANGE-RTN.
           MOVE "CUSTOMER"  TO PD-FILE-ID OF PEND-REQ.
           MOVE "CHANGE"    TO PD-ACTION OF PEND-REQ.
           MOVE CM-CUS-NO OF CUST-REC TO PD-KEY OF PEND-REQ.
           MOVE SQ-FIELD-LIST OF SENS-REQ TO PD-FIELD-LIST OF PEND-REQ.
           MOVE SQ-APPR-AUTH OF SENS-REQ  TO PD-APPR-AUTH OF PEND-REQ.
           MOVE SQ-EXPIRE-DAYS OF SENS-REQ
                                TO PD-EXPIRE-DAYS OF PEND-REQ.
           MOVE SPACES      TO PD-REASON OF PEND-REQ.
           MOVE HOLD-IMAGE  TO PD-BEFORE OF PEND-REQ.
           MOVE CUST-REC    TO PD-AFTER OF PEND-REQ.
           CALL "PendChange" USING PEND-REQ.
           DISPLAY "CHANGE HELD FOR APPROVAL - PENDING NO. "
                   PD-NO OF PEND-REQ LINE 23 POSITION 20.
       600-CLOSE.
           CLOSE CUST-FILE AGE-FILE.
           IF TERM-MISSING = "N"
              CLOSE TERM-FILE
           END-IF.
           IF ROUT-MISSING = "N"
              CLOSE ROUT-FILE
           END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            MOVE "TERMS.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO TERM-FILE-NAME.
            MOVE "ROUTE.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROUT-FILE-NAME.
