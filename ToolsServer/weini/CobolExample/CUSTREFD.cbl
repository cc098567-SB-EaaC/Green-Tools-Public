      ** 客戶退款作業 (CUSTREFD.CBL):列出應收帳款檔 CREDIT.AGE 貸方
      **                            淨額(折讓與暫收款大於未收發票)
      **                            之客戶，經權限 9 主管選定客戶後
      **                            逐筆勾選欲退還之貸方項目，合計
      **                            不得超過貸方淨額;確認後以取號
      **                            副程式取得收款單號，自應收帳款
      **                            檔刪除各項目，以類別 F 寫入收款
      **                            登記檔 RECEIPT.REG(負數)，經
      **                            MaintAudit 留存異動前後，並列印
      **                            退款支票申請單(借應收帳款、貸
      **                            應付退款)，總帳由傳票匯出作業
      **                            依登記檔入帳
      **                            對照 (WRITEOFF.CBL) 之主管權限
      **                            與沖銷稽核

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CustRefund.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT RCPT-FILE ASSIGN TO RANDOM RCPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CUST-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 RCPT-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-AGE-EOF   PIC X  VALUE "N".
        77 WS-CUS-NO-IN PIC X(4) VALUE SPACES.
        77 WS-LIST-CUS  PIC X(4) VALUE SPACES.
        77 WS-NET-BAL   PIC S9(8)V99 VALUE 0.
        77 WS-CRED-CNT  PIC 9(4) VALUE 0.
        77 WS-ITEM-ANS  PIC X  VALUE "N".
        77 WS-REFUND-AMT PIC S9(8)V99 VALUE 0.
        77 WS-VCH-TOTAL PIC S9(8)V99 VALUE 0.
        77 WS-RFD-NO    PIC X(6) VALUE SPACES.
        77 WS-RCT-SEQ   PIC 9(3) VALUE 0.
        77 NN-SERIES    PIC X(8) VALUE "RECEIPT".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 SEL-CNT      PIC 9(2) VALUE 0.
        77 SEL-SUB      PIC 9(2) VALUE 0.
        77 RFD-CNT      PIC 9(5) VALUE 0.
        77 RFD-TOTAL    PIC S9(9)V99 VALUE 0.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(80) VALUE SPACES.
      * 本次勾選之貸方項目(一次退款最多 20 筆)
        01 SEL-TABLE.
           05 SEL-ENTRY OCCURS 20 TIMES.
              10 SEL-INV-NO     PIC X(6).
              10 SEL-AMT        PIC S9(6)V99.
        01 CRED-LIST-REC.
           05 CL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-NET-BAL        PIC ZZZ,ZZ9.99-.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-MM             PIC 99.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-DD             PIC 99.
           05 FILLER            PIC X(8)  VALUE "  PAGE: ".
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(30)
              VALUE "CUSTOMER REFUND CHEQUE REQUEST".
        01 VCH-NO-LINE.
           05 FILLER            PIC X(15) VALUE "退款單號 : ".
           05 VN-RFD-NO         PIC X(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "客戶編號 : ".
           05 VN-CUS-NO         PIC X(4).
        01 VCH-PAYEE-LINE.
           05 FILLER            PIC X(15) VALUE "受款客戶 : ".
           05 VP-NAME           PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 VP-ADDRESS        PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 VP-PHONE          PIC X(8).
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "項目單號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "項目日期".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "退款金額".
        01 DETAIL-LINE.
           05 INV-NO-OUT        PIC X(6).
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 INV-DATE-OUT      PIC 9(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 AMOUNT-OUT        PIC ZZZ,ZZ9.99-.
        01 VCH-TOTAL-LINE.
           05 FILLER            PIC X(24)
              VALUE "支票金額        :".
           05 VT-TOTAL          PIC Z,ZZZ,ZZ9.99-.
        01 DEBIT-LINE.
           05 FILLER            PIC X(24)
              VALUE "DR 應收帳款      :".
           05 DL-DEBIT          PIC Z,ZZZ,ZZ9.99-.
        01 CREDIT-LINE.
           05 FILLER            PIC X(24)
              VALUE "CR 應付退款      :".
           05 DL-CREDIT         PIC Z,ZZZ,ZZ9.99-.
        01 APPROVE-LINE.
           05 FILLER            PIC X(15) VALUE "核准主管 : ".
           05 AL-OPER-ID        PIC X(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(27)
              VALUE "出納簽收 : ____________".
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "REFUNDS ISSUED    : ".
           05 SL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 SL-TOTAL          PIC ZZ,ZZZ,ZZ9.99-.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              EXIT PROGRAM.
        RCPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCPT-FILE.
        RCPT-ERROR-PROCESS.
           IF RCPT-FS NOT = "00"
              OPEN OUTPUT RCPT-FILE
              CLOSE RCPT-FILE
              OPEN I-O RCPT-FILE.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-CHECK-AUTH-RTN.
            IF OP-AUTH NOT = 9
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                       LINE 20 POSITION 10
               EXIT PROGRAM
            END-IF.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT  CUST-FILE
                 I-O    AGE-FILE
                        RCPT-FILE
                 OUTPUT OUT-FILE.
            PERFORM 300-ENTRY-RTN UNTIL CONTI = "N".
            PERFORM 500-WRITE-SUMMARY-RTN.
            CLOSE CUST-FILE AGE-FILE RCPT-FILE OUT-FILE.
            EXIT PROGRAM.
        050-CHECK-AUTH-RTN.
            MOVE ZERO TO OP-AUTH.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
      * 每張申請單換頁，表頭印退款單號與受款客戶
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM VCH-NO-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM VCH-PAYEE-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 先列出貸方淨額客戶，再輸入欲退款之客戶編號
        300-ENTRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "客戶退款" LINE 2 POSITION 25.
            PERFORM 310-LIST-CREDIT-RTN.
            DISPLAY "客戶編號 :" LINE 20 POSITION 10.
            MOVE SPACES TO WS-CUS-NO-IN.
            ACCEPT WS-CUS-NO-IN LINE 20 POSITION 23.
            MOVE WS-CUS-NO-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CUSTOMER NOT FOUND" LINE 21 POSITION 10
            ELSE
               PERFORM 340-SELECT-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 應收帳款檔依客戶編號排列，逐客戶合計餘額，淨額為負者列出
        310-LIST-CREDIT-RTN.
            DISPLAY "貸方淨額客戶 編號/名稱/淨額"
                    LINE 4 POSITION 10.
            MOVE 6 TO LIST-LINE.
            MOVE 0 TO LIST-CNT WS-CRED-CNT.
            MOVE SPACES TO WS-LIST-CUS.
            MOVE ZERO TO WS-NET-BAL.
            MOVE LOW-VALUES TO AGE-KEY OF AGE-REC.
            MOVE "N" TO WS-AGE-EOF.
            START AGE-FILE KEY IS NOT LESS THAN AGE-KEY
               INVALID KEY MOVE "Y" TO WS-AGE-EOF
            END-START.
            PERFORM 315-READ-AGE-ALL.
            PERFORM 320-SUM-CUS-RTN UNTIL WS-AGE-EOF = "Y".
            IF WS-LIST-CUS NOT = SPACES
               PERFORM 330-SHOW-CUS-RTN
            END-IF.
            IF WS-CRED-CNT = ZERO
               DISPLAY "NO CUSTOMERS WITH A CREDIT BALANCE"
                       LINE LIST-LINE POSITION 12
            END-IF.
        315-READ-AGE-ALL.
            IF WS-AGE-EOF = "N"
               READ AGE-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-AGE-EOF
               END-READ
            END-IF.
        320-SUM-CUS-RTN.
            IF AGE-CUS-NO OF AGE-REC NOT = WS-LIST-CUS
               IF WS-LIST-CUS NOT = SPACES
                  PERFORM 330-SHOW-CUS-RTN
               END-IF
               MOVE AGE-CUS-NO OF AGE-REC TO WS-LIST-CUS
               MOVE ZERO TO WS-NET-BAL
            END-IF.
            ADD AGE-BALANCE OF AGE-REC TO WS-NET-BAL.
            PERFORM 315-READ-AGE-ALL.
        330-SHOW-CUS-RTN.
            IF WS-NET-BAL < ZERO
               MOVE WS-LIST-CUS TO CM-CUS-NO OF CUST-REC
               MOVE SPACES TO CM-CUS-NAME OF CUST-REC
               READ CUST-FILE
                  INVALID KEY CONTINUE
               END-READ
               MOVE WS-LIST-CUS TO CL-CUS-NO
               MOVE CM-CUS-NAME OF CUST-REC TO CL-CUS-NAME
               MOVE WS-NET-BAL TO CL-NET-BAL
               DISPLAY CRED-LIST-REC LINE LIST-LINE POSITION 12
               ADD 1 TO WS-CRED-CNT
               PERFORM 335-LIST-ONE-LINE-RTN
            END-IF.
      * 滿頁暫停後自第 6 列續列
        335-LIST-ONE-LINE-RTN.
            ADD 1 TO LIST-LINE.
            ADD 1 TO LIST-CNT.
            IF LIST-CNT NOT < MAX-PER-PAGE
               DISPLAY "MORE - PRESS ENTER TO CONTINUE"
                       LINE 20 POSITION 10
               ACCEPT WS-MORE-KEY LINE 20 POSITION 45
               DISPLAY " " LINE 6 POSITION 1 WITH ERASE EOS
               MOVE 6 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
      * 選定客戶:重算貸方淨額後逐筆勾選貸方項目，合計不得超過
      * 淨額(尚有未收發票者應先於收款作業沖用折讓)
        340-SELECT-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "客戶退款" LINE 2 POSITION 25.
            DISPLAY "客戶名稱 : " CM-CUS-NAME OF CUST-REC
                    LINE 4 POSITION 10.
            MOVE ZERO TO WS-NET-BAL.
            PERFORM 350-START-AGE-RTN.
            PERFORM 360-SUM-NET-RTN UNTIL WS-AGE-EOF = "Y".
            IF WS-NET-BAL NOT < ZERO
               DISPLAY "NO CREDIT BALANCE TO REFUND"
                       LINE 21 POSITION 10
            ELSE
               DISPLAY "貸方淨額 : " WS-NET-BAL LINE 5 POSITION 10
               MOVE ZERO TO SEL-CNT WS-REFUND-AMT
               PERFORM 350-START-AGE-RTN
               PERFORM 370-OFFER-ITEM-RTN UNTIL WS-AGE-EOF = "Y"
               PERFORM 380-CONFIRM-RTN
            END-IF.
        350-START-AGE-RTN.
            MOVE WS-CUS-NO-IN TO AGE-CUS-NO OF AGE-REC.
            MOVE LOW-VALUES   TO AGE-INV-NO OF AGE-REC.
            MOVE "N" TO WS-AGE-EOF.
            START AGE-FILE KEY IS NOT LESS THAN AGE-KEY
               INVALID KEY MOVE "Y" TO WS-AGE-EOF
            END-START.
            PERFORM 355-READ-AGE-NEXT.
        355-READ-AGE-NEXT.
            IF WS-AGE-EOF = "N"
               READ AGE-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-AGE-EOF
               END-READ
            END-IF.
            IF WS-AGE-EOF = "N"
               AND AGE-CUS-NO OF AGE-REC NOT = WS-CUS-NO-IN
               MOVE "Y" TO WS-AGE-EOF
            END-IF.
        360-SUM-NET-RTN.
            ADD AGE-BALANCE OF AGE-REC TO WS-NET-BAL.
            PERFORM 355-READ-AGE-NEXT.
        370-OFFER-ITEM-RTN.
            IF AGE-BALANCE OF AGE-REC < ZERO
               DISPLAY " " LINE 7 POSITION 1 WITH ERASE EOS
               DISPLAY "項目單號 : " AGE-INV-NO OF AGE-REC
                       LINE 7 POSITION 10
               DISPLAY "項目日期 : " AGE-INV-DATE OF AGE-REC
                       LINE 8 POSITION 10
               DISPLAY "貸方餘額 : " AGE-BALANCE OF AGE-REC
                       LINE 9 POSITION 10
               DISPLAY "已選退款 : " WS-REFUND-AMT
                       LINE 10 POSITION 10
               DISPLAY "是否退款 ?(Y/N) :" LINE 12 POSITION 10
               MOVE "N" TO WS-ITEM-ANS
               ACCEPT WS-ITEM-ANS LINE 12 POSITION 30
               IF WS-ITEM-ANS = "Y"
                  IF SEL-CNT NOT < 20
                     DISPLAY "20 ITEMS SELECTED - REFUND THE REST "
                             "SEPARATELY" LINE 21 POSITION 10
                  ELSE
                     ADD 1 TO SEL-CNT
                     MOVE AGE-INV-NO OF AGE-REC
                       TO SEL-INV-NO (SEL-CNT)
                     MOVE AGE-BALANCE OF AGE-REC TO SEL-AMT (SEL-CNT)
                     ADD AGE-BALANCE OF AGE-REC TO WS-REFUND-AMT
                  END-IF
               END-IF
            END-IF.
            PERFORM 355-READ-AGE-NEXT.
        380-CONFIRM-RTN.
            DISPLAY " " LINE 7 POSITION 1 WITH ERASE EOS.
            IF SEL-CNT = ZERO
               DISPLAY "NO ITEMS SELECTED - NOTHING REFUNDED"
                       LINE 21 POSITION 10
            ELSE
               IF WS-REFUND-AMT < WS-NET-BAL
                  DISPLAY "REFUND EXCEEDS NET CREDIT BALANCE - "
                          "APPLY CREDITS FIRST" LINE 21 POSITION 10
               ELSE
                  DISPLAY "退款項目 : " SEL-CNT
                          "  金額 : " WS-REFUND-AMT LINE 9 POSITION 10
                  DISPLAY "是否確定退款 ?" LINE 11 POSITION 10
                  ACCEPT SURE LINE 11 POSITION 28
                  IF SURE = "Y"
                     PERFORM 400-DO-REFUND-RTN
                     DISPLAY "退款單號 : " WS-RFD-NO
                             LINE 13 POSITION 10
                  END-IF
               END-IF
            END-IF.
      * 退款:取收款單號，逐筆刪除貸方項目並寫收款登記檔類別 F
      * (負數)，同一單號印一張支票申請單
        400-DO-REFUND-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-RFD-NO.
            MOVE ZERO TO WS-RCT-SEQ WS-VCH-TOTAL.
            MOVE WS-RFD-NO TO VN-RFD-NO.
            MOVE WS-CUS-NO-IN TO VN-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC TO VP-NAME.
            MOVE CM-ADDRESS OF CUST-REC  TO VP-ADDRESS.
            MOVE CM-PHO-NO OF CUST-REC   TO VP-PHONE.
            PERFORM 200-WRITE-HEADING.
            MOVE ZERO TO LINE-CTR.
            PERFORM 410-REFUND-ONE-RTN
               VARYING SEL-SUB FROM 1 BY 1 UNTIL SEL-SUB > SEL-CNT.
            PERFORM 450-WRITE-VOUCHER-RTN.
      * 項目已被他人沖用或刪除者略過，以實際退還金額為準
        410-REFUND-ONE-RTN.
            MOVE WS-CUS-NO-IN        TO AGE-CUS-NO OF AGE-REC.
            MOVE SEL-INV-NO (SEL-SUB) TO AGE-INV-NO OF AGE-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ AGE-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N" AND AGE-BALANCE OF AGE-REC NOT < ZERO
               MOVE "Y" TO WS-KEY-ERR
            END-IF.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CREDIT ITEM NO LONGER OPEN : "
                       SEL-INV-NO (SEL-SUB) LINE 21 POSITION 10
            ELSE
               MOVE AGE-REC TO HOLD-IMAGE
               DELETE AGE-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 21 POSITION 10
               END-DELETE
               PERFORM 420-WRITE-RECEIPT-RTN
               PERFORM 430-WRITE-AUDIT-RTN
               PERFORM 440-WRITE-DETAIL-RTN
            END-IF.
        420-WRITE-RECEIPT-RTN.
            ADD 1 TO WS-RCT-SEQ.
            MOVE WS-RFD-NO              TO RCT-NO OF RCPT-REC.
            MOVE WS-RCT-SEQ             TO RCT-SEQ OF RCPT-REC.
            MOVE WS-CUS-NO-IN           TO RCT-CUS-NO OF RCPT-REC.
            MOVE RUN-DATE               TO RCT-DATE OF RCPT-REC.
            MOVE AGE-INV-NO OF AGE-REC  TO RCT-INV-NO OF RCPT-REC.
            MOVE AGE-BALANCE OF AGE-REC TO RCT-AMOUNT OF RCPT-REC.
            MOVE "F"                    TO RCT-TYPE OF RCPT-REC.
            WRITE RCPT-REC
               INVALID KEY
                  DISPLAY "DUPLICATE RECEIPT !! " RCT-KEY OF RCPT-REC
                          LINE 21 POSITION 10
            END-WRITE.
        430-WRITE-AUDIT-RTN.
            MOVE "CREDAGE " TO AU-FILE-ID OF AUD-REC.
            MOVE "REFUND"   TO AU-ACTION OF AUD-REC.
            MOVE AGE-KEY OF AGE-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            MOVE RCPT-REC   TO AU-AFTER OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
        440-WRITE-DETAIL-RTN.
            SUBTRACT AGE-BALANCE OF AGE-REC FROM WS-VCH-TOTAL.
            MOVE AGE-INV-NO OF AGE-REC   TO INV-NO-OUT.
            MOVE AGE-INV-DATE OF AGE-REC TO INV-DATE-OUT.
            COMPUTE AMOUNT-OUT = 0 - AGE-BALANCE OF AGE-REC.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 申請單尾:支票金額、傳票分錄(借應收帳款、貸應付退款)與簽核
        450-WRITE-VOUCHER-RTN.
            ADD 1 TO RFD-CNT.
            ADD WS-VCH-TOTAL TO RFD-TOTAL.
            MOVE WS-VCH-TOTAL TO VT-TOTAL.
            WRITE OUT-REC FROM VCH-TOTAL-LINE AFTER 2 LINES.
            MOVE WS-VCH-TOTAL TO DL-DEBIT.
            WRITE OUT-REC FROM DEBIT-LINE AFTER 2 LINES.
            MOVE WS-VCH-TOTAL TO DL-CREDIT.
            WRITE OUT-REC FROM CREDIT-LINE AFTER 1 LINES.
            MOVE OP-ID TO AL-OPER-ID.
            WRITE OUT-REC FROM APPROVE-LINE AFTER 3 LINES.
        500-WRITE-SUMMARY-RTN.
            MOVE RFD-CNT   TO SL-COUNT.
            MOVE RFD-TOTAL TO SL-TOTAL.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 3 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "REFUND.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
