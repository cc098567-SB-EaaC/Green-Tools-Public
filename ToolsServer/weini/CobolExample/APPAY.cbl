      **                          執行付款時依廠商別彙整，經取號
      **                          副程式編付款單號，列印廠商匯款
      **                          通知單並沖銷未付項目，付款明細
      **                          寫入付款登記檔 PAYMENT.REG;
      **                          有銀行帳號之廠商另寫入銀行整批
      **                          匯款檔 BANKPAY.nnnnnn(首尾錄含
      **                          筆數與金額控制合計)，無帳號者
      **                          於通知單註記以支票付款;有提前
      **                          付款折扣且折扣截止日落在本次
      **                          付款截止日前者提前選付，實付
      **                          扣除折扣，通知單列示折扣額，
      **                          折扣另以類別 D 寫入付款登記檔
      **                          對照 (CASHRCPT.CBL) 之收款沖銷與
      **                          (SAM12-7.CBL) 之廠商單據格式

           SELECT PAY-FILE ASSIGN TO RANDOM PAY-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAY-FS.
           SELECT XWRK-FILE ASSIGN TO RANDOM XWRK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS XWRK-FS.
           SELECT XFER-FILE ASSIGN TO RANDOM WS-XFER-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS XFER-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           05 PY-INV-NO         PIC X(10).
           05 PY-AMOUNT         PIC S9(8)V99.
           05 PY-DATE           PIC 9(8).
           05 PY-ENTRY-TYPE     PIC X(1).
        FD XWRK-FILE
           LABEL RECORD IS STANDARD.
        01 XWRK-REC             PIC X(80).
        FD XFER-FILE
           LABEL RECORD IS STANDARD.
        01 XFER-REC             PIC X(80).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PAY-FILE-NAME          PIC X(30) VALUE SPACES.
        77 XWRK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WS-XFER-NAME           PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 VEND-FS      PIC XX.
        77 PAY-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 XWRK-FS      PIC XX.
        77 XFER-FS      PIC XX.
        77 XWRK-EOF     PIC X  VALUE "N".
        77 AP-EOF       PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PAY-THRU  PIC 9(8) VALUE 0.
        77 VEND-TOTAL   PIC S9(9)V99 VALUE 0.
        77 PAID-TOTAL   PIC S9(10)V99 VALUE 0.
        77 PAID-CNT     PIC 9(5) VALUE 0.
        77 VEND-DISC    PIC S9(9)V99 VALUE 0.
        77 DISC-TOTAL   PIC S9(10)V99 VALUE 0.
        77 WS-DISC-AMT  PIC S9(8)V99 VALUE 0.
        77 WS-NET-AMT   PIC S9(8)V99 VALUE 0.
        77 WS-ELIGIBLE  PIC X  VALUE "N".
        77 WS-PAY-NO    PIC X(6) VALUE SPACES.
        77 VEND-OPEN    PIC X  VALUE "N".
        77 NN-SERIES    PIC X(8) VALUE "APPAY".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 XFER-SERIES  PIC X(8) VALUE "BANKPAY".
        77 XFER-BATCH   PIC 9(6) VALUE 0.
        77 XFER-CNT     PIC 9(6) VALUE 0.
        77 XFER-TOTAL   PIC 9(13)V99 VALUE 0.
        77 CHEQUE-CNT   PIC 9(5) VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
           05 LL-BALANCE        PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-STATUS         PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-DISC           PIC ZZZ,ZZZ.ZZ.
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 FORM-HEADING2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "匯款通知單".
        01 FORM-VEND-LINE.
           05 FILLER            PIC X(12) VALUE "廠商名稱".
           05 FILLER            PIC X(2).
           05 FV-VEND-NAME      PIC X(20).
        01 FORM-PAY-LINE.
           05 FV-MM             PIC 99/.
           05 FV-DD             PIC 99.
        01 FORM-DETAIL-HEADING.
           05 FILLER            PIC X(12) VALUE "發票號碼".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "到期日".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "金額".
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "折扣".
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "實付".
        01 FORM-DETAIL-LINE.
           05 FD-INV-NO         PIC X(10).
           05 FILLER            PIC X(3).
           05 FD-DUE            PIC 9(8).
           05 FILLER            PIC X(3).
           05 FD-AMOUNT         PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2).
           05 FD-DISC           PIC ZZZ,ZZZ.ZZ.
           05 FILLER            PIC X(2).
           05 FD-NET            PIC ZZZ,ZZ9.99-.
        01 FORM-TOTAL-LINE.
           05 FILLER      PIC X(22) VALUE "付款金額合計....".
           05 FT-TOTAL    PIC Z,ZZZ,ZZ9.99-.
        01 FORM-DISC-LINE.
           05 FILLER      PIC X(22) VALUE "折扣金額合計....".
           05 FT-DISC     PIC Z,ZZZ,ZZ9.99-.
        01 FORM-BANK-LINE.
           05 FILLER      PIC X(16) VALUE "匯入帳戶 : ".
           05 FB-BANK-CODE PIC X(7).
           05 FILLER      PIC X(1)  VALUE "-".
           05 FB-BANK-ACCT PIC X(16).
        01 FORM-CHEQUE-LINE.
           05 FILLER      PIC X(48)
              VALUE "*** 本筆以支票付款 PAID BY CHEQUE ***".
      * 銀行整批匯款檔:首錄 H、每廠商一筆明細 D、尾錄 T;首尾錄
      * 均帶筆數與金額合計供銀行核對
        01 XFER-HEADER.
           05 XH-TYPE           PIC X(1)  VALUE "H".
           05 XH-BATCH-NO       PIC 9(6).
           05 XH-DATE           PIC 9(8).
           05 XH-COUNT          PIC 9(6).
           05 XH-TOTAL          PIC 9(13)V99.
           05 FILLER            PIC X(44) VALUE SPACES.
        01 XFER-DETAIL.
           05 XD-TYPE           PIC X(1)  VALUE "D".
           05 XD-PAY-NO         PIC X(6).
           05 XD-VEND-NO        PIC X(4).
           05 XD-BANK-CODE      PIC X(7).
           05 XD-BANK-ACCT      PIC X(16).
           05 XD-ACCT-NAME      PIC X(20).
           05 XD-AMOUNT         PIC 9(11)V99.
           05 XD-CURR           PIC X(3).
           05 FILLER            PIC X(10) VALUE SPACES.
        01 XFER-TRAILER.
           05 XT-TYPE           PIC X(1)  VALUE "T".
           05 XT-BATCH-NO       PIC 9(6).
           05 XT-COUNT          PIC 9(6).
           05 XT-TOTAL          PIC 9(13)V99.
           05 FILLER            PIC X(52) VALUE SPACES.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PAY-ERROR-PROCESS.
           IF PAY-FS NOT = "00"
              OPEN OUTPUT PAY-FILE.
        XWRK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON XWRK-FILE.
        XWRK-ERROR-PROCESS.
           IF XWRK-FS NOT = "00"
              DISPLAY "ERROR OPENING XWRK-FILE, FILE STATUS = "
                      XWRK-FS
              EXIT PROGRAM.
        XFER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON XFER-FILE.
        XFER-ERROR-PROCESS.
           IF XFER-FS NOT = "00"
              DISPLAY "ERROR OPENING XFER-FILE, FILE STATUS = "
                      XFER-FS
              EXIT PROGRAM.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 列示截止日前到期或應提前付款取折扣且未付(含待審)之項目
        200-LIST-DUE-RTN.
            DISPLAY " " LINE 8 POSITION 1 WITH ERASE EOS.
            MOVE 9 TO LIST-LINE.
               AT END MOVE "Y" TO AP-EOF
            END-READ.
        220-LIST-ONE-RTN.
            PERFORM 230-CHECK-ELIGIBLE-RTN.
            IF AP-STATUS OF AP-REC NOT = "P"
               AND WS-ELIGIBLE = "Y"
               MOVE AP-VEND-NO OF AP-REC  TO LL-VEND-NO
               MOVE AP-INV-NO OF AP-REC   TO LL-INV-NO
               MOVE AP-DUE-DATE OF AP-REC TO LL-DUE
               MOVE AP-BALANCE OF AP-REC  TO LL-BALANCE
               MOVE AP-STATUS OF AP-REC   TO LL-STATUS
               MOVE WS-DISC-AMT           TO LL-DISC
               DISPLAY LIST-LINE-REC LINE LIST-LINE POSITION 10
               ADD 1 TO LIST-LINE
               ADD 1 TO LIST-CNT
               END-IF
            END-IF.
            PERFORM 210-READ-AP-RTN.
      * 到期日在付款截止日前者應付;折扣截止日未過且在付款截止
      * 日前者(下次付款前即失效)提前選付，並算出可扣折扣額
        230-CHECK-ELIGIBLE-RTN.
            MOVE "N" TO WS-ELIGIBLE.
            MOVE ZERO TO WS-DISC-AMT.
            IF AP-DUE-DATE OF AP-REC NOT > WS-PAY-THRU
               MOVE "Y" TO WS-ELIGIBLE
            END-IF.
            IF AP-DISC-PCT OF AP-REC > ZERO
               AND AP-BALANCE OF AP-REC > ZERO
               AND AP-DISC-DATE OF AP-REC NOT < WS-RUN-DATE-NUM
               AND AP-DISC-DATE OF AP-REC NOT > WS-PAY-THRU
               MOVE "Y" TO WS-ELIGIBLE
               COMPUTE WS-DISC-AMT ROUNDED =
                       AP-BALANCE OF AP-REC * AP-DISC-PCT OF AP-REC
                     / 100
            END-IF.
      * 保留(O 改 H)或放行(H 改 O)單一發票
        300-HOLD-FORCE-RTN.
            DISPLAY "廠商編號 :" LINE 9 POSITION 10.
                       LINE 12 POSITION 10
            END-IF.
      * 付款:依廠商別(鍵序即廠商序)彙整 O 狀態且到期之項目，
      * 一廠商一張匯款通知;沖銷後改為已付;匯款明細先寫工作檔
      * ，付款完畢再加首尾錄組成整批匯款檔
        400-PAY-RUN-RTN.
            MOVE SPACES TO CHECK-VEND-NO.
            MOVE "N" TO VEND-OPEN.
            MOVE ZERO TO XFER-CNT XFER-TOTAL CHEQUE-CNT DISC-TOTAL.
            OPEN OUTPUT XWRK-FILE.
            PERFORM 250-START-AP-RTN.
            PERFORM 210-READ-AP-RTN.
            PERFORM 420-PAY-ONE-RTN UNTIL AP-EOF = "Y".
            IF VEND-OPEN = "Y"
               PERFORM 480-END-VENDOR-RTN
            END-IF.
            CLOSE XWRK-FILE.
            IF XFER-CNT > ZERO
               PERFORM 500-BUILD-XFER-RTN
            END-IF.
            DISPLAY "ITEMS PAID : " PAID-CNT LINE 19 POSITION 10.
            DISPLAY "TOTAL PAID : " PAID-TOTAL LINE 20 POSITION 10.
            IF DISC-TOTAL NOT = ZERO
               DISPLAY "DISCOUNT TAKEN : " DISC-TOTAL
                       LINE 20 POSITION 40
            END-IF.
            IF CHEQUE-CNT > ZERO
               DISPLAY "VENDORS TO PAY BY CHEQUE : " CHEQUE-CNT
                       LINE 21 POSITION 10
            END-IF.
        420-PAY-ONE-RTN.
            PERFORM 230-CHECK-ELIGIBLE-RTN.
            IF AP-STATUS OF AP-REC = "O"
               AND WS-ELIGIBLE = "Y"
               IF AP-VEND-NO OF AP-REC NOT = CHECK-VEND-NO
                  IF VEND-OPEN = "Y"
                     PERFORM 480-END-VENDOR-RTN
        440-START-VENDOR-RTN.
            MOVE AP-VEND-NO OF AP-REC TO CHECK-VEND-NO.
            MOVE "Y" TO VEND-OPEN.
            MOVE ZERO TO VEND-TOTAL VEND-DISC.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-PAY-NO.
            MOVE CHECK-VEND-NO TO VEND-NO OF VEND-REC.
            READ VEND-FILE
               INVALID KEY
                  MOVE SPACES TO VEND-NAME OF VEND-REC
                                 VEND-CURR OF VEND-REC
                                 VEND-BANK-CODE OF VEND-REC
                                 VEND-BANK-ACCT OF VEND-REC
                                 VEND-ACCT-NAME OF VEND-REC
            END-READ.
            WRITE OUT-REC FROM FORM-HEADING1 AFTER PAGE.
            WRITE OUT-REC FROM FORM-HEADING2 AFTER 2 LINES.
            MOVE RUN-DD TO FV-DD.
            WRITE OUT-REC FROM FORM-PAY-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM FORM-DETAIL-HEADING AFTER 2 LINES.
      * 實付為餘額減折扣;付款行記實付金額，折扣另寫一行類別 D
      * (不經銀行，僅供總帳彙總取得折扣)
        460-PAY-ITEM-RTN.
            COMPUTE WS-NET-AMT = AP-BALANCE OF AP-REC - WS-DISC-AMT.
            MOVE AP-INV-NO OF AP-REC   TO FD-INV-NO.
            MOVE AP-DUE-DATE OF AP-REC TO FD-DUE.
            MOVE AP-BALANCE OF AP-REC  TO FD-AMOUNT.
            MOVE WS-DISC-AMT           TO FD-DISC.
            MOVE WS-NET-AMT            TO FD-NET.
            WRITE OUT-REC FROM FORM-DETAIL-LINE AFTER 2 LINES.
            ADD WS-NET-AMT  TO VEND-TOTAL PAID-TOTAL.
            ADD WS-DISC-AMT TO VEND-DISC DISC-TOTAL.
            MOVE WS-PAY-NO             TO PY-PAY-NO.
            MOVE AP-VEND-NO OF AP-REC  TO PY-VEND-NO.
            MOVE AP-INV-NO OF AP-REC   TO PY-INV-NO.
            MOVE WS-NET-AMT            TO PY-AMOUNT.
            MOVE WS-RUN-DATE-NUM       TO PY-DATE.
            MOVE SPACE                 TO PY-ENTRY-TYPE.
            WRITE PAY-REC.
            IF WS-DISC-AMT NOT = ZERO
               MOVE WS-DISC-AMT TO PY-AMOUNT
               MOVE "D"         TO PY-ENTRY-TYPE
               WRITE PAY-REC
            END-IF.
            MOVE "P" TO AP-STATUS OF AP-REC.
            REWRITE AP-REC
               INVALID KEY
                          AP-KEY OF AP-REC
            END-REWRITE.
            ADD 1 TO PAID-CNT.
      * 廠商付款淨額為正且有銀行帳號者列入匯款檔，否則以支票付款
        480-END-VENDOR-RTN.
            MOVE VEND-TOTAL TO FT-TOTAL.
            WRITE OUT-REC FROM FORM-TOTAL-LINE AFTER 2 LINES.
            IF VEND-DISC NOT = ZERO
               MOVE VEND-DISC TO FT-DISC
               WRITE OUT-REC FROM FORM-DISC-LINE AFTER 1 LINE
            END-IF.
            IF VEND-TOTAL > ZERO
               AND VEND-BANK-ACCT OF VEND-REC NOT = SPACES
               MOVE VEND-BANK-CODE OF VEND-REC TO FB-BANK-CODE
               MOVE VEND-BANK-ACCT OF VEND-REC TO FB-BANK-ACCT
               WRITE OUT-REC FROM FORM-BANK-LINE AFTER 2 LINES
               MOVE WS-PAY-NO                  TO XD-PAY-NO
               MOVE CHECK-VEND-NO              TO XD-VEND-NO
               MOVE VEND-BANK-CODE OF VEND-REC TO XD-BANK-CODE
               MOVE VEND-BANK-ACCT OF VEND-REC TO XD-BANK-ACCT
               MOVE VEND-ACCT-NAME OF VEND-REC TO XD-ACCT-NAME
               MOVE VEND-TOTAL                 TO XD-AMOUNT
               MOVE VEND-CURR OF VEND-REC      TO XD-CURR
               WRITE XWRK-REC FROM XFER-DETAIL
               ADD 1 TO XFER-CNT
               ADD VEND-TOTAL TO XFER-TOTAL
            ELSE
               WRITE OUT-REC FROM FORM-CHEQUE-LINE AFTER 2 LINES
               ADD 1 TO CHEQUE-CNT
            END-IF.
            MOVE "N" TO VEND-OPEN.
      * 整批匯款檔以取號副程式之 BANKPAY 序號命名，首錄、明細、
      * 尾錄依序寫出
        500-BUILD-XFER-RTN.
            CALL "NextNumber" USING XFER-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO XFER-BATCH.
            MOVE SPACES TO WS-XFER-NAME.
            STRING "BANKPAY." XFER-BATCH
                   DELIMITED BY SIZE INTO WS-XFER-NAME.
            MOVE WS-XFER-NAME TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WS-XFER-NAME.
            OPEN INPUT XWRK-FILE
                 OUTPUT XFER-FILE.
            MOVE XFER-BATCH      TO XH-BATCH-NO XT-BATCH-NO.
            MOVE WS-RUN-DATE-NUM TO XH-DATE.
            MOVE XFER-CNT        TO XH-COUNT XT-COUNT.
            MOVE XFER-TOTAL      TO XH-TOTAL XT-TOTAL.
            WRITE XFER-REC FROM XFER-HEADER.
            MOVE "N" TO XWRK-EOF.
            PERFORM 510-READ-XWRK-RTN.
            PERFORM 520-COPY-XWRK-RTN UNTIL XWRK-EOF = "Y".
            WRITE XFER-REC FROM XFER-TRAILER.
            CLOSE XWRK-FILE XFER-FILE.
            DISPLAY "BANK FILE " WS-XFER-NAME " : " XFER-CNT
                    " PAYMENTS" LINE 18 POSITION 10.
        510-READ-XWRK-RTN.
            READ XWRK-FILE AT END MOVE "Y" TO XWRK-EOF.
        520-COPY-XWRK-RTN.
            WRITE XFER-REC FROM XWRK-REC.
            PERFORM 510-READ-XWRK-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "AP.AGE" TO EN-LOGICAL.
            MOVE "PAYMENT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PAY-FILE-NAME.
            MOVE "BANKPAY.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO XWRK-FILE-NAME.
            MOVE "APREMIT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
