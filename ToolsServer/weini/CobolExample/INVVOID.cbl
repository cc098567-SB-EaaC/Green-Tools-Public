      **                               註記可重開，異動前後經
      **                               MaintAudit 留存;可選擇立即
      **                               以更正後金額重開新號發票
      **                               並重建應收項目;已開統一
      **                               發票者寫入電子發票作廢
      **                               (C0501/折讓單 D0501)上傳，
      **                               重開另取字軌號碼(C0401，
      **                               號碼用罄即不重開)
      **                               對照 (CUSTMNT.CBL) 之稽核
      **                               寫法

                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SREG-FILE
           LABEL RECORD IS STANDARD.
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==SREG-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.

        WORKING-STORAGE SECTION.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 INV-FS       PIC XX.
        77 AGE-FS       PIC XX.
        77 SREG-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-INV-NO-IN PIC X(6).
        77 WS-REBILL-ANS PIC X  VALUE "N".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-NEW-INV-NO PIC X(6) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(80) VALUE SPACES.
        77 EINV-STOP    PIC X  VALUE "N".
        77 WS-EINV-NO   PIC X(10) VALUE SPACES.
        77 WS-ORIG-NO   PIC X(10) VALUE SPACES.
        77 WS-ORIG-DATE PIC 9(8)  VALUE 0.
        77 ORIG-EOF     PIC X  VALUE "N".
        77 UPL-AMOUNT   PIC S9(8)V99 VALUE 0.
        77 UPL-VAT      PIC S9(6)V99 VALUE 0.
           COPY EINVREQ REPLACING ==EINV-REQ-GRP== BY ==EINV-REQ==.
           COPY EUPLCOPY REPLACING ==EUPL-GRP== BY ==EUPL-REC==.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
              DISPLAY "ERROR OPENING SREG-FILE, FILE STATUS = "
                      SREG-FS
              EXIT PROGRAM.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            OPEN I-O INV-FILE
                     AGE-FILE
                     SREG-FILE.
            OPEN INPUT CUST-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-VOID-RTN UNTIL CONTI = "N".
            CLOSE INV-FILE AGE-FILE SREG-FILE CUST-FILE.
            EXIT PROGRAM.
        100-VOID-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            PERFORM 300-REVERSE-AGE-RTN.
            PERFORM 400-FLAG-SALE-RTN.
            PERFORM 500-WRITE-AUDIT-RTN.
            IF INV-EINV-NO OF INV-REC NOT = SPACES
               PERFORM 250-VOID-UPLOAD-RTN
            END-IF.
            DISPLAY "INVOICE " WS-INV-NO-IN " VOIDED"
                    LINE 11 POSITION 10.
            DISPLAY "立即重開 ?(Y/N) :" LINE 13 POSITION 10.
            IF WS-REBILL-ANS = "Y"
               PERFORM 600-REBILL-RTN
            END-IF.
      * 電子發票作廢上傳:發票為 C0501;折讓單(負數金額)為 D0501，
      * 其 INV-EINV-NO 為所折讓之原發票。賣方統編取開立日所屬
      * 期別之字軌
        250-VOID-UPLOAD-RTN.
            PERFORM 260-READ-CUST-RTN.
            MOVE "C" TO ER-FUNCTION OF EINV-REQ.
            MOVE INV-DATE OF INV-REC TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            MOVE ER-SELLER-ID OF EINV-REQ TO EU-SELLER-ID OF EUPL-REC.
            IF INV-AMOUNT OF INV-REC < ZERO
               MOVE "D0501" TO EU-MSG-TYPE OF EUPL-REC
               MOVE INV-NO OF INV-REC TO EU-DOC-NO OF EUPL-REC
               MOVE INV-EINV-NO OF INV-REC TO EU-ORIG-NO OF EUPL-REC
               COMPUTE UPL-AMOUNT = 0 - INV-AMOUNT OF INV-REC
               COMPUTE UPL-VAT = 0 - INV-VAT OF INV-REC
            ELSE
               MOVE "C0501" TO EU-MSG-TYPE OF EUPL-REC
               MOVE INV-EINV-NO OF INV-REC TO EU-DOC-NO OF EUPL-REC
               MOVE SPACES TO EU-ORIG-NO OF EUPL-REC
               MOVE INV-AMOUNT OF INV-REC TO UPL-AMOUNT
               MOVE INV-VAT OF INV-REC    TO UPL-VAT
            END-IF.
            MOVE RUN-DATE TO EU-DOC-DATE OF EUPL-REC.
            MOVE INV-DATE OF INV-REC TO EU-ORIG-DATE OF EUPL-REC.
            PERFORM 270-SET-UPLOAD-AMT-RTN.
            CALL "EInvUpload" USING EUPL-REC.
      * 查無客戶者視為一般消費者(B2C)
        260-READ-CUST-RTN.
            MOVE INV-CUS-NO OF INV-REC TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO CM-CUS-NAME OF CUST-REC
                              CM-TAX-EXEMPT OF CUST-REC
                              CM-TAX-ID OF CUST-REC
            END-IF.
      * B2B 銷售額未稅另列稅額，B2C 以含稅總額為銷售額
        270-SET-UPLOAD-AMT-RTN.
            MOVE CM-CUS-NAME OF CUST-REC TO EU-BUYER-NAME OF EUPL-REC.
            IF CM-EXEMPT OF CUST-REC
               MOVE "3" TO EU-TAX-TYPE OF EUPL-REC
            ELSE
               MOVE "1" TO EU-TAX-TYPE OF EUPL-REC
            END-IF.
            IF CM-TAX-ID OF CUST-REC NOT = SPACES
               MOVE CM-TAX-ID OF CUST-REC TO EU-BUYER-ID OF EUPL-REC
               COMPUTE EU-SALES-AMT OF EUPL-REC ROUNDED = UPL-AMOUNT
               COMPUTE EU-TAX-AMT OF EUPL-REC ROUNDED = UPL-VAT
            ELSE
               MOVE "0000000000" TO EU-BUYER-ID OF EUPL-REC
               COMPUTE EU-SALES-AMT OF EUPL-REC ROUNDED =
                       UPL-AMOUNT + UPL-VAT
               MOVE ZERO TO EU-TAX-AMT OF EUPL-REC
            END-IF.
            COMPUTE EU-TOTAL-AMT OF EUPL-REC =
                    EU-SALES-AMT OF EUPL-REC + EU-TAX-AMT OF EUPL-REC.
      * 沖轉:未結項目尚在即整筆刪除;已收款(項目不存在)者僅
      * 註記，由收款沖帳紀錄佐證
        300-REVERSE-AGE-RTN.
            MOVE INV-VAT OF INV-REC TO WS-NEW-VAT.
            DISPLAY "更正稅額 :" LINE 16 POSITION 10.
            ACCEPT WS-NEW-VAT LINE 16 POSITION 23 UPDATE.
            MOVE "N" TO EINV-STOP.
            MOVE INV-EINV-NO OF INV-REC TO WS-EINV-NO.
            IF WS-NEW-AMOUNT NOT < ZERO
               PERFORM 610-TAKE-EINV-NO-RTN
            END-IF.
            IF EINV-STOP = "Y"
               DISPLAY "UNIFORM INVOICE NUMBERS EXHAUSTED - "
                       "NOT REBILLED, RUN EInvTrackMaint"
                       LINE 18 POSITION 10
            ELSE
               PERFORM 620-WRITE-REBILL-RTN
            END-IF.
      * 重開發票另取字軌號碼;重開折讓單沿用原發票號碼
        610-TAKE-EINV-NO-RTN.
            MOVE "N"      TO ER-FUNCTION OF EINV-REQ.
            MOVE RUN-DATE TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            IF ER-EXHAUSTED OF EINV-REQ
               MOVE "Y" TO EINV-STOP
            ELSE
               MOVE ER-EINV-NO OF EINV-REQ TO WS-EINV-NO
            END-IF.
        620-WRITE-REBILL-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-NEW-INV-NO.
            MOVE WS-NEW-INV-NO TO INV-NO OF INV-REC.
            MOVE RUN-MM TO INV-MM OF INV-REC.
            MOVE RUN-DD TO INV-DD OF INV-REC.
            MOVE SPACE TO INV-STATUS OF INV-REC.
            MOVE WS-EINV-NO TO INV-EINV-NO OF INV-REC.
            WRITE INV-REC
               INVALID KEY
                  DISPLAY "DUPLICATE INVOICE NUMBER !! "
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
            END-IF.
            PERFORM 630-REBILL-UPLOAD-RTN.
            DISPLAY "REBILLED AS " WS-NEW-INV-NO
                    LINE 18 POSITION 10.
      * 重開上傳:發票 C0401;折讓單 D0401，原發票日自發票登記檔
      * 查得
        630-REBILL-UPLOAD-RTN.
            PERFORM 260-READ-CUST-RTN.
            MOVE "C" TO ER-FUNCTION OF EINV-REQ.
            MOVE RUN-DATE TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            MOVE ER-SELLER-ID OF EINV-REQ TO EU-SELLER-ID OF EUPL-REC.
            MOVE RUN-DATE TO EU-DOC-DATE OF EUPL-REC.
            IF WS-NEW-AMOUNT < ZERO
               MOVE "D0401" TO EU-MSG-TYPE OF EUPL-REC
               MOVE WS-NEW-INV-NO TO EU-DOC-NO OF EUPL-REC
               COMPUTE UPL-AMOUNT = 0 - WS-NEW-AMOUNT
               COMPUTE UPL-VAT = 0 - WS-NEW-VAT
               PERFORM 640-FIND-ORIG-DATE-RTN
               MOVE WS-EINV-NO   TO EU-ORIG-NO OF EUPL-REC
               MOVE WS-ORIG-DATE TO EU-ORIG-DATE OF EUPL-REC
            ELSE
               MOVE "C0401" TO EU-MSG-TYPE OF EUPL-REC
               MOVE WS-EINV-NO TO EU-DOC-NO OF EUPL-REC
               MOVE WS-NEW-AMOUNT TO UPL-AMOUNT
               MOVE WS-NEW-VAT    TO UPL-VAT
               MOVE SPACES TO EU-ORIG-NO OF EUPL-REC
               MOVE ZERO   TO EU-ORIG-DATE OF EUPL-REC
            END-IF.
            PERFORM 270-SET-UPLOAD-AMT-RTN.
            IF WS-NEW-AMOUNT NOT < ZERO
               OR WS-EINV-NO NOT = SPACES
               CALL "EInvUpload" USING EUPL-REC
            END-IF.
        640-FIND-ORIG-DATE-RTN.
            MOVE ZERO TO WS-ORIG-DATE.
            MOVE WS-EINV-NO TO WS-ORIG-NO.
            MOVE LOW-VALUES TO INV-NO OF INV-REC.
            MOVE "N" TO ORIG-EOF.
            START INV-FILE KEY IS NOT LESS THAN INV-NO OF INV-REC
               INVALID KEY MOVE "Y" TO ORIG-EOF
            END-START.
            PERFORM 645-CHECK-ORIG-RTN UNTIL ORIG-EOF = "Y".
        645-CHECK-ORIG-RTN.
            READ INV-FILE NEXT RECORD
               AT END MOVE "Y" TO ORIG-EOF
            END-READ.
            IF ORIG-EOF = "N"
               AND INV-EINV-NO OF INV-REC = WS-ORIG-NO
               AND INV-AMOUNT OF INV-REC NOT < ZERO
               MOVE INV-DATE OF INV-REC TO WS-ORIG-DATE
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SREG-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
