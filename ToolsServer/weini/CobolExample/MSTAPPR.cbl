      ** 主檔異動核准作業 (MSTAPPR.CBL):列出待核准異動檔
      **                               PENDCHG.DAT 中涉及敏感欄位
      **                               而待核准之客戶、廠商、產品
      **                               主檔與合約價異動，由簽入且
      **                               授權等級足夠之另一位操作員
      **                               (不得為申請人本人)核准或退
      **                               回;核准者鎖定主檔紀錄，逐欄
      **                               比對異動前後影像，僅將有異動
      **                               之欄位套用至主檔現值，產品數
      **                               量以增減量套用，經 MaintAudit
      **                               留存，記下申請人與核准人;同
      **                               一欄位申請後已被他人改動者自
      **                               動退回;產品數量之異動另經
      **                               StockLog 記錄;列表
      **                               時逾期未核准者改為逾期;核准
      **                               、退回或逾期均通知申請人
      **                               對照 (POAPPR.CBL) 之核准畫面
      **                               與 (MSGESCL.CBL) 之逾期判斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     MstApprove.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO RANDOM PEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PD-NO
                  FILE STATUS IS PEND-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  LOCK MODE IS MANUAL
                  FILE STATUS IS CUST-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  LOCK MODE IS MANUAL
                  FILE STATUS IS VEND-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  LOCK MODE IS MANUAL
                  FILE STATUS IS PROD-FS.
           SELECT MTX-FILE ASSIGN TO RANDOM MTX-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-KEY
                  LOCK MODE IS MANUAL
                  FILE STATUS IS MTX-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PEND-FILE
           LABEL RECORD IS STANDARD.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD MTX-FILE
           LABEL RECORD IS STANDARD.
           COPY PMTXCOPY REPLACING ==PMTX-GRP== BY ==MTX-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MTX-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 PEND-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 VEND-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 MTX-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 MAST-ERR     PIC X  VALUE "N".
        77 PEND-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-APPLY-ERR PIC X  VALUE "N".
        77 WS-DECISION  PIC X  VALUE SPACE.
        77 WS-PD-NO-IN  PIC 9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-AGE-DAYS  PIC S9(5) VALUE 0.
        77 WS-OUTCOME   PIC X(8) VALUE SPACES.
        77 WS-CUR-IMAGE PIC X(110) VALUE SPACES.
        77 HOLD-QTY     PIC 9(5) VALUE 0.
      * 逐欄套用對照表:檔別(8) 欄位(18) 起始位置(3) 長度(2)
      * 套用方式(1,D 為增減量);位置須與各主檔 COPY 之欄位一致，
      * 主檔鍵值不列入(不得異動)
        01 FIELD-MAP-VALUES.
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-CUS-NAME       00508 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-ADDRESS        01320 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-PHO-NO         03308 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-CREDIT-LIMIT   04106 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-HOLD-FLAG      04701 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-TERMS-CODE     04802 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-PRIORITY       05001 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-INV-FREQ       05101 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-TAX-EXEMPT     05201 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-TAX-ID         05308 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-ROUTE          06104 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-STOP-SEQ       06503 ".
           05 FILLER PIC X(32) VALUE "CUSTOMERCM-SUBST-OK       06801 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-NAME         00520 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-ADDRESS      02520 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-PHO-NO       04508 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-CURR         05303 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-BANK-CODE    05607 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-BANK-ACCT    06316 ".
           05 FILLER PIC X(32) VALUE "VENDOR  VEND-ACCT-NAME    07920 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-NAME          01410 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-COST          02407 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-PRICE         03107 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-QTY           03805D".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-MIN-QTY       04305 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-WAREHOUSE     04803 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-VEND-NO       05104 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-LAST-SALE     05508 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-ORDER-UNIT    06304 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-UNITS-PER-PACK06703 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-TAX-CLASS     07002 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-CATEGORY      07203 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-TYPE          07501 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-WEIGHT        07605 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-STATUS        08101 ".
           05 FILLER PIC X(32) VALUE "PRODUCT PRO-STATUS-DATE   08208 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-PRICE          02607 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-BREAK-QTY(1)   03305 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-BREAK-PRICE(1) 03807 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-BREAK-QTY(2)   04505 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-BREAK-PRICE(2) 05007 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-BREAK-QTY(3)   05705 ".
           05 FILLER PIC X(32) VALUE "PRICEMTXPM-BREAK-PRICE(3) 06207 ".
        01 FIELD-MAP-TABLE REDEFINES FIELD-MAP-VALUES.
           05 FM-ENTRY OCCURS 43 TIMES.
              10 FM-FILE-ID     PIC X(8).
              10 FM-FIELD       PIC X(18).
              10 FM-POS         PIC 9(3).
              10 FM-LEN         PIC 9(2).
              10 FM-KIND        PIC X(1).
                 88 FM-DELTA    VALUE "D".
        77 FM-COUNT     PIC 9(2) VALUE 43.
        77 FM-SUB       PIC 9(2) VALUE 0.
        77 WS-POS       PIC 9(3) VALUE 0.
        77 WS-LEN       PIC 9(2) VALUE 0.
        77 WS-NEW-IMAGE PIC X(110) VALUE SPACES.
        77 QW-BEFORE    PIC 9(5) VALUE 0.
        77 QW-AFTER     PIC 9(5) VALUE 0.
        77 QW-CURRENT   PIC 9(5) VALUE 0.
        77 QW-NET       PIC S9(6) VALUE 0.
        77 QW-NEW       PIC 9(5) VALUE 0.
        77 LIST-LINE    PIC 9(2) VALUE 0.
        77 EXP-CNT      PIC 9(4) VALUE 0.
           COPY RUNDATE.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
        01 PEND-LINE.
           05 PN-NO             PIC 9(6).
           05 FILLER            PIC X(2).
           05 PN-FILE-ID        PIC X(8).
           05 FILLER            PIC X(2).
           05 PN-KEY            PIC X(17).
           05 FILLER            PIC X(2).
           05 PN-REQ-BY         PIC X(8).
           05 FILLER            PIC X(2).
           05 PN-REQ-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(2).
           05 PN-FIELDS         PIC X(18).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PEND-FILE.
        PEND-ERROR-PROCESS.
           IF PEND-FS NOT = "00"
              DISPLAY "PENDCHG.DAT NOT FOUND - NOTHING TO APPROVE"
                      LINE 20 POSITION 10
              EXIT PROGRAM.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00" AND CUST-FS NOT = "99"
              MOVE "Y" TO MAST-ERR.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00" AND VEND-FS NOT = "99"
              MOVE "Y" TO MAST-ERR.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00" AND PROD-FS NOT = "99"
              MOVE "Y" TO MAST-ERR.
        MTX-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MTX-FILE.
        MTX-ERROR-PROCESS.
           IF MTX-FS NOT = "00" AND MTX-FS NOT = "99"
              MOVE "Y" TO MAST-ERR.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            IF OPER-MISSING = "Y"
               DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
            ELSE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE RUN-DATE TO WS-RUN-DATE-NUM
               OPEN I-O PEND-FILE
               PERFORM 100-APPROVE-RTN UNTIL CONTI = "N"
               CLOSE PEND-FILE
            END-IF.
            EXIT PROGRAM.
      * 核准人為簽入之操作員，須經簽入方可核准
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "Y" TO OPER-MISSING
               END-READ
               CLOSE OPER-FILE
            END-IF.
        100-APPROVE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "主檔異動核准" LINE 2 POSITION 25.
            DISPLAY "核准人 : " OP-ID "  授權等級 : " OP-AUTH
                    LINE 3 POSITION 10.
            PERFORM 150-LIST-PENDING-RTN.
            DISPLAY "異動號碼 :" LINE 14 POSITION 10.
            ACCEPT WS-PD-NO-IN LINE 14 POSITION 23.
            MOVE WS-PD-NO-IN TO PD-NO OF PEND-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PEND-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y" OR NOT PD-PENDING OF PEND-REC
               DISPLAY "NO PENDING CHANGE WITH THIS NUMBER"
                       LINE 21 POSITION 10
            ELSE
               PERFORM 200-SHOW-CHANGE-RTN
               IF PD-REQ-BY OF PEND-REC = OP-ID
                  DISPLAY "YOU REQUESTED THIS CHANGE - "
                          "CANNOT APPROVE IT" LINE 21 POSITION 10
               ELSE
                  IF OP-AUTH < PD-APPR-AUTH OF PEND-REC
                     DISPLAY "AUTHORITY LEVEL TOO LOW FOR "
                             "THIS CHANGE" LINE 21 POSITION 10
                  ELSE
                     PERFORM 300-DECIDE-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 逐筆讀待核准異動檔，逾期者改為逾期並通知申請人，其餘待
      * 核准者每筆一列(畫面最多八筆)
        150-LIST-PENDING-RTN.
            DISPLAY "號碼    檔別      鍵值               "
                    "申請人    申請日      異動欄位"
                    LINE 5 POSITION 2.
            MOVE 5 TO LIST-LINE.
            MOVE ZERO TO EXP-CNT.
            MOVE "N" TO PEND-EOF.
            MOVE ZERO TO PD-NO OF PEND-REC.
            START PEND-FILE KEY IS NOT LESS THAN PD-NO OF PEND-REC
               INVALID KEY MOVE "Y" TO PEND-EOF
            END-START.
            PERFORM 160-READ-NEXT-RTN.
            PERFORM 170-ONE-PENDING-RTN UNTIL PEND-EOF = "Y".
            IF LIST-LINE = 5
               DISPLAY "NO PENDING MASTER CHANGES"
                       LINE 6 POSITION 10
            END-IF.
            IF EXP-CNT NOT = ZERO
               DISPLAY "CHANGES EXPIRED : " EXP-CNT
                       LINE 3 POSITION 55
            END-IF.
        160-READ-NEXT-RTN.
            READ PEND-FILE NEXT RECORD
               AT END MOVE "Y" TO PEND-EOF
            END-READ.
        170-ONE-PENDING-RTN.
            IF PD-PENDING OF PEND-REC
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE
                          (PD-REQ-DATE OF PEND-REC)
               IF WS-AGE-DAYS > PD-EXPIRE-DAYS OF PEND-REC
                  PERFORM 180-EXPIRE-RTN
               ELSE
                  PERFORM 190-SHOW-PENDING-RTN
               END-IF
            END-IF.
            PERFORM 160-READ-NEXT-RTN.
        180-EXPIRE-RTN.
            ADD 1 TO EXP-CNT.
            MOVE "E"       TO PD-STATUS OF PEND-REC.
            MOVE SPACES    TO PD-ACT-BY OF PEND-REC.
            MOVE "EXPIRED" TO WS-OUTCOME.
            PERFORM 610-REWRITE-PENDING-RTN.
        190-SHOW-PENDING-RTN.
            IF LIST-LINE < 13
               ADD 1 TO LIST-LINE
               MOVE PD-NO OF PEND-REC         TO PN-NO
               MOVE PD-FILE-ID OF PEND-REC    TO PN-FILE-ID
               MOVE PD-KEY OF PEND-REC        TO PN-KEY
               MOVE PD-REQ-BY OF PEND-REC     TO PN-REQ-BY
               MOVE PD-REQ-DATE OF PEND-REC   TO PN-REQ-DATE
               MOVE PD-FIELD-LIST OF PEND-REC TO PN-FIELDS
               DISPLAY PEND-LINE LINE LIST-LINE POSITION 2
            END-IF.
      * 異動前後影像各顯示前 70 位
        200-SHOW-CHANGE-RTN.
            DISPLAY "檔別 : " PD-FILE-ID OF PEND-REC
                    "  " PD-ACTION OF PEND-REC
                    "  鍵值 : " PD-KEY OF PEND-REC
                    LINE 15 POSITION 2.
            DISPLAY "欄位 : " PD-FIELD-LIST OF PEND-REC
                    LINE 16 POSITION 2.
            MOVE PD-REQ-DATE OF PEND-REC TO PN-REQ-DATE.
            DISPLAY "申請人 : " PD-REQ-BY OF PEND-REC
                    "  申請日 : " PN-REQ-DATE
                    "  核准等級 : " PD-APPR-AUTH OF PEND-REC
                    LINE 17 POSITION 2.
            DISPLAY "原 : " PD-BEFORE OF PEND-REC (1:70)
                    LINE 18 POSITION 2.
            DISPLAY "新 : " PD-AFTER OF PEND-REC (1:70)
                    LINE 19 POSITION 2.
        300-DECIDE-RTN.
            MOVE SPACE TO WS-DECISION.
            DISPLAY "A核准 X退回 :" LINE 20 POSITION 10.
            ACCEPT WS-DECISION LINE 20 POSITION 25.
            IF WS-DECISION = "A"
               PERFORM 400-APPLY-RTN
            ELSE
               IF WS-DECISION = "X"
                  MOVE "R"        TO PD-STATUS OF PEND-REC
                  MOVE "REJECTED" TO WS-OUTCOME
                  PERFORM 600-CLOSE-PENDING-RTN
                  DISPLAY "CHANGE REJECTED - MASTER NOT UPDATED"
                          LINE 21 POSITION 10
               ELSE
                  DISPLAY "NO CHANGE" LINE 21 POSITION 10
               END-IF
            END-IF.
      * 核准:主檔紀錄被他人鎖定者留待稍後再核;主檔已變或紀錄
      * 已不存在者不得套用，自動退回
        400-APPLY-RTN.
            MOVE "N" TO WS-APPLY-ERR.
            IF PD-FILE-ID OF PEND-REC = "CUSTOMER"
               PERFORM 410-APPLY-CUST-RTN
            ELSE
               IF PD-FILE-ID OF PEND-REC = "VENDOR"
                  PERFORM 420-APPLY-VEND-RTN
               ELSE
                  IF PD-FILE-ID OF PEND-REC = "PRODUCT"
                     PERFORM 430-APPLY-PROD-RTN
                  ELSE
                     IF PD-FILE-ID OF PEND-REC = "PRICEMTX"
                        PERFORM 440-APPLY-MTX-RTN
                     ELSE
                        MOVE "S" TO WS-APPLY-ERR
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF WS-APPLY-ERR = "N"
               MOVE "A"        TO PD-STATUS OF PEND-REC
               MOVE "APPROVED" TO WS-OUTCOME
               PERFORM 600-CLOSE-PENDING-RTN
               PERFORM 800-WRITE-AUDIT-RTN
               DISPLAY "CHANGE APPROVED - MASTER UPDATED"
                       LINE 21 POSITION 10
            ELSE
               IF WS-APPLY-ERR = "L"
                  DISPLAY "RECORD IN USE BY ANOTHER OPERATOR - "
                          "TRY LATER" LINE 21 POSITION 10
               ELSE
                  MOVE "R"        TO PD-STATUS OF PEND-REC
                  MOVE "REJECTED" TO WS-OUTCOME
                  PERFORM 600-CLOSE-PENDING-RTN
                  DISPLAY "MASTER CHANGED SINCE REQUEST - "
                          "CHANGE REJECTED" LINE 21 POSITION 10
               END-IF
            END-IF.
        410-APPLY-CUST-RTN.
            MOVE "N" TO MAST-ERR.
            OPEN I-O CUST-FILE.
            IF MAST-ERR = "Y"
               MOVE "S" TO WS-APPLY-ERR
            ELSE
               MOVE PD-BEFORE OF PEND-REC TO CUST-REC
               MOVE "N" TO WS-KEY-ERR
               READ CUST-FILE WITH LOCK
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF CUST-FS = "99"
                  MOVE "L" TO WS-APPLY-ERR
               ELSE
                  MOVE CUST-REC TO WS-CUR-IMAGE
                  IF WS-KEY-ERR = "Y"
                     MOVE "S" TO WS-APPLY-ERR
                  ELSE
                     PERFORM 500-MERGE-IMAGE-RTN
                  END-IF
                  IF WS-APPLY-ERR = "N"
                     MOVE WS-NEW-IMAGE TO CUST-REC
                     REWRITE CUST-REC
                        INVALID KEY MOVE "S" TO WS-APPLY-ERR
                     END-REWRITE
                  END-IF
               END-IF
               CLOSE CUST-FILE
            END-IF.
        420-APPLY-VEND-RTN.
            MOVE "N" TO MAST-ERR.
            OPEN I-O VEND-FILE.
            IF MAST-ERR = "Y"
               MOVE "S" TO WS-APPLY-ERR
            ELSE
               MOVE PD-BEFORE OF PEND-REC TO VEND-REC
               MOVE "N" TO WS-KEY-ERR
               READ VEND-FILE WITH LOCK
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF VEND-FS = "99"
                  MOVE "L" TO WS-APPLY-ERR
               ELSE
                  MOVE VEND-REC TO WS-CUR-IMAGE
                  IF WS-KEY-ERR = "Y"
                     MOVE "S" TO WS-APPLY-ERR
                  ELSE
                     PERFORM 500-MERGE-IMAGE-RTN
                  END-IF
                  IF WS-APPLY-ERR = "N"
                     MOVE WS-NEW-IMAGE TO VEND-REC
                     REWRITE VEND-REC
                        INVALID KEY MOVE "S" TO WS-APPLY-ERR
                     END-REWRITE
                  END-IF
               END-IF
               CLOSE VEND-FILE
            END-IF.
      * 產品數量有變者另記庫存異動，原因碼為申請時所填
        430-APPLY-PROD-RTN.
            MOVE "N" TO MAST-ERR.
            OPEN I-O PROD-FILE.
            IF MAST-ERR = "Y"
               MOVE "S" TO WS-APPLY-ERR
            ELSE
               MOVE PD-BEFORE OF PEND-REC TO PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE WITH LOCK
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF PROD-FS = "99"
                  MOVE "L" TO WS-APPLY-ERR
               ELSE
                  MOVE PROD-REC TO WS-CUR-IMAGE
                  IF WS-KEY-ERR = "Y"
                     MOVE "S" TO WS-APPLY-ERR
                  ELSE
                     PERFORM 500-MERGE-IMAGE-RTN
                  END-IF
                  IF WS-APPLY-ERR = "N"
                     MOVE PRO-QTY OF PROD-REC TO HOLD-QTY
                     MOVE WS-NEW-IMAGE TO PROD-REC
                     REWRITE PROD-REC
                        INVALID KEY MOVE "S" TO WS-APPLY-ERR
                     END-REWRITE
                     IF WS-APPLY-ERR = "N"
                        AND PRO-QTY OF PROD-REC NOT = HOLD-QTY
                        PERFORM 700-LOG-STOCK-RTN
                     END-IF
                  END-IF
               END-IF
               CLOSE PROD-FILE
            END-IF.
      * 合約價新增者寫入，鍵值已存在者視為主檔已變
        440-APPLY-MTX-RTN.
            MOVE "N" TO MAST-ERR.
            OPEN I-O MTX-FILE.
            IF MAST-ERR = "Y"
               MOVE "S" TO WS-APPLY-ERR
            ELSE
               IF PD-ACTION OF PEND-REC = "ADD"
                  MOVE SPACES TO WS-CUR-IMAGE
                  MOVE PD-AFTER OF PEND-REC TO WS-NEW-IMAGE
                  MOVE PD-AFTER OF PEND-REC TO MTX-REC
                  WRITE MTX-REC
                     INVALID KEY MOVE "S" TO WS-APPLY-ERR
                  END-WRITE
               ELSE
                  PERFORM 450-CHANGE-MTX-RTN
               END-IF
               CLOSE MTX-FILE
            END-IF.
        450-CHANGE-MTX-RTN.
            MOVE PD-BEFORE OF PEND-REC TO MTX-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ MTX-FILE WITH LOCK
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF MTX-FS = "99"
               MOVE "L" TO WS-APPLY-ERR
            ELSE
               MOVE MTX-REC TO WS-CUR-IMAGE
               IF WS-KEY-ERR = "Y"
                  MOVE "S" TO WS-APPLY-ERR
               ELSE
                  PERFORM 500-MERGE-IMAGE-RTN
               END-IF
               IF WS-APPLY-ERR = "N"
                  MOVE WS-NEW-IMAGE TO MTX-REC
                  REWRITE MTX-REC
                     INVALID KEY MOVE "S" TO WS-APPLY-ERR
                  END-REWRITE
               END-IF
            END-IF.
      * 逐欄比對異動前後影像，僅將申請異動之欄位套用至主檔現值，
      * 其餘欄位(如銷貨、進貨或成本重算於申請後之更新)保留現值;
      * 同一欄位申請後已被改為其他值者整筆退回
        500-MERGE-IMAGE-RTN.
            MOVE WS-CUR-IMAGE TO WS-NEW-IMAGE.
            PERFORM 510-MERGE-FIELD-RTN
               VARYING FM-SUB FROM 1 BY 1 UNTIL FM-SUB > FM-COUNT.
        510-MERGE-FIELD-RTN.
            IF FM-FILE-ID (FM-SUB) = PD-FILE-ID OF PEND-REC
               MOVE FM-POS (FM-SUB) TO WS-POS
               MOVE FM-LEN (FM-SUB) TO WS-LEN
               IF PD-BEFORE OF PEND-REC (WS-POS:WS-LEN)
                  NOT = PD-AFTER OF PEND-REC (WS-POS:WS-LEN)
                  IF FM-DELTA (FM-SUB)
                     PERFORM 520-MERGE-QTY-RTN
                  ELSE IF WS-CUR-IMAGE (WS-POS:WS-LEN)
                          NOT = PD-BEFORE OF PEND-REC (WS-POS:WS-LEN)
                          AND WS-CUR-IMAGE (WS-POS:WS-LEN)
                          NOT = PD-AFTER OF PEND-REC (WS-POS:WS-LEN)
                          MOVE "S" TO WS-APPLY-ERR
                       ELSE
                          MOVE PD-AFTER OF PEND-REC (WS-POS:WS-LEN)
                               TO WS-NEW-IMAGE (WS-POS:WS-LEN)
                       END-IF
                  END-IF
               END-IF
            END-IF.
      * 數量以申請之增減量加於現值，不覆蓋申請後之銷貨與進貨;
      * 結果為負者退回
        520-MERGE-QTY-RTN.
            MOVE PD-BEFORE OF PEND-REC (WS-POS:WS-LEN) TO QW-BEFORE.
            MOVE PD-AFTER OF PEND-REC (WS-POS:WS-LEN)  TO QW-AFTER.
            MOVE WS-CUR-IMAGE (WS-POS:WS-LEN)          TO QW-CURRENT.
            COMPUTE QW-NET = QW-CURRENT + QW-AFTER - QW-BEFORE.
            IF QW-NET < ZERO
               MOVE "S" TO WS-APPLY-ERR
            ELSE
               MOVE QW-NET TO QW-NEW
               MOVE QW-NEW TO WS-NEW-IMAGE (WS-POS:WS-LEN)
            END-IF.
      * 核准或退回:記下處理人與日期
        600-CLOSE-PENDING-RTN.
            MOVE OP-ID TO PD-ACT-BY OF PEND-REC.
            PERFORM 610-REWRITE-PENDING-RTN.
        610-REWRITE-PENDING-RTN.
            MOVE RUN-DATE TO PD-ACT-DATE OF PEND-REC.
            REWRITE PEND-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PENDCHG.DAT FOR "
                          PD-NO OF PEND-REC LINE 23 POSITION 10
            END-REWRITE.
            PERFORM 850-NOTIFY-RTN.
        700-LOG-STOCK-RTN.
            MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF LOG-REC.
            MOVE RUN-YY   TO SL-YY OF LOG-REC.
            MOVE RUN-MM   TO SL-MM OF LOG-REC.
            MOVE RUN-DD   TO SL-DD OF LOG-REC.
            MOVE "MstApprove" TO SL-SOURCE OF LOG-REC.
            MOVE PD-NO OF PEND-REC TO SL-REF-NO OF LOG-REC.
            MOVE HOLD-QTY TO SL-QTY-BEFORE OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-AFTER OF LOG-REC.
            MOVE PRO-WAREHOUSE OF PROD-REC TO SL-WAREHOUSE OF LOG-REC.
            MOVE PD-REASON OF PEND-REC TO SL-REASON OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
      * 稽核紀錄之操作員為核准人，另記申請人;前後影像為主檔實際
      * 套用前後之內容
        800-WRITE-AUDIT-RTN.
            MOVE PD-FILE-ID OF PEND-REC TO AU-FILE-ID OF AUD-REC.
            MOVE "APPROV"               TO AU-ACTION OF AUD-REC.
            MOVE PD-KEY OF PEND-REC     TO AU-KEY OF AUD-REC.
            MOVE WS-CUR-IMAGE           TO AU-BEFORE OF AUD-REC.
            MOVE WS-NEW-IMAGE           TO AU-AFTER OF AUD-REC.
            MOVE PD-REQ-BY OF PEND-REC  TO AU-REQ-ID OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
      * 通知申請人處理結果
        850-NOTIFY-RTN.
            MOVE "O"          TO MP-TO-TYPE OF MSGP-REQ.
            MOVE PD-REQ-BY OF PEND-REC TO MP-TO OF MSGP-REQ.
            MOVE "N"          TO MP-PRIORITY OF MSGP-REQ.
            MOVE "MstApprove" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES       TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING "PENDING "          DELIMITED BY SIZE
                   PD-NO OF PEND-REC   DELIMITED BY SIZE
                   INTO MP-REF OF MSGP-REQ
            END-STRING.
            STRING PD-FILE-ID OF PEND-REC DELIMITED BY SPACE
                   " "                    DELIMITED BY SIZE
                   PD-KEY OF PEND-REC     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-OUTCOME             DELIMITED BY SPACE
                   INTO MP-TEXT OF MSGP-REQ
            END-STRING.
            MOVE ZERO         TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PENDCHG.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PEND-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "PRICEMTX.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MTX-FILE-NAME.
