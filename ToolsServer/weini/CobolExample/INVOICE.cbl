      **                           應收帳款紀錄;同一訂單之各行開在
      **                           同一張發票，無訂單編號之交易仍
      **                           一筆一張;過帳退貨開立編號折讓
      **                           單，應收檔以負數餘額入帳;
      **                           發票另取統一發票字軌號碼(本期
      **                           號碼用罄即拒跑)，依買方有無
      **                           統編印 B2B 或 B2C 格式，並將
      **                           開立與折讓紀錄寫入電子發票
      **                           上傳檔;出貨檔 (SHIPMENT.DAT)
      **                           註記未送達(U)之銷售暫不開票，
      **                           待送貨單作業重排送達後再開;
      **                           明細並列客戶料號對照檔
      **                           (CUSTITEM.XRF) 之客戶料號;
      **                           到期日遇非營業日順延至次一營業日
      **                           對照 (SAM91.CBL) 之計價、
      **                           (PICKLIST.CBL) 之工作檔排序與
      **                           (CREDITAGE.CBL) 之應收帳款檔
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TM-CODE
                  FILE STATUS IS TERM-FS.
           SELECT SHIP-FILE ASSIGN TO RANDOM SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DL-SALE-NO
                  FILE STATUS IS SHIP-FS.
           SELECT CXRF-FILE ASSIGN TO RANDOM CXRF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CX-KEY
                  ALTERNATE RECORD KEY IS CX-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS CXRF-FS.
           SELECT SORT-FILE ASSIGN TO "INVSORT.TMP".
      **
        DATA    DIVISION.
        FD MACC-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==MACC-REC==.
        FD SHIP-FILE
           LABEL RECORD IS STANDARD.
           COPY SHIPCOPY REPLACING ==SHIP-GRP== BY ==SHIP-REC==.
        FD PKCF-FILE
           LABEL RECORD IS STANDARD.
           COPY PKCFCOPY REPLACING ==PKCF-GRP== BY ==PKCF-REC==.
        FD CXRF-FILE
           LABEL RECORD IS STANDARD.
           COPY CXRFCOPY REPLACING ==CXRF-GRP== BY ==CXRF-REC==.
        FD TERM-FILE
           LABEL RECORD IS STANDARD.
           COPY TERMCOPY REPLACING ==TERM-GRP== BY ==TERM-REC==.
        SD SORT-FILE.
        01 SD-REC.
           05 FILLER            PIC X(8).
           05 SD-SALE-NO        PIC X(8).
           05 FILLER            PIC X(36).
           05 SD-CUS-NO         PIC X(4).
           05 SD-ORDER-NO       PIC X(6).
           05 FILLER            PIC X(9).

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
        77 MACC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MTMP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PKCF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHIP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 TERM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CXRF-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 EOF-FLAG     PIC X  VALUE "N".
        77 IN-EOF       PIC X  VALUE "N".
        77 CRED-COUNT   PIC 9(4) VALUE 0.
        77 CM-SERIES    PIC X(8) VALUE "CREDMEMO".
        77 TERM-FS      PIC XX.
        77 CXRF-FS      PIC XX.
        77 CXRF-MISSING PIC X  VALUE "N".
        77 PKCF-FS      PIC XX.
        77 PKCF-MISSING PIC X  VALUE "N".
        77 SHIP-FS      PIC XX.
        77 SHIP-MISSING PIC X  VALUE "N".
        77 UNDEL-FLAG   PIC X  VALUE "N".
        77 MACC-FS      PIC XX.
        77 MTMP-FS      PIC XX.
        77 MTMP-EOF     PIC X  VALUE "N".
        77 WS-RATE      PIC V999 VALUE 0.
        77 WS-TRAN-DATE PIC 9(8) VALUE 0.
           COPY TAXLREQ REPLACING ==TAXL-REQ-GRP== BY ==TAXL-REQ==.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
        77 MONTHLY-FLAG PIC X  VALUE "N".
        77 MACC-COUNT   PIC 9(5) VALUE 0.
        77 TERM-MISSING PIC X  VALUE "N".
        77 WS-DATE-INT  PIC 9(8) VALUE 0.
        77 GL-COUNT     PIC 9(2) VALUE 0.
        77 GL-SUB       PIC 9(2) VALUE 0.
        77 EINV-STOP    PIC X  VALUE "N".
        77 WS-EINV-NO   PIC X(10) VALUE SPACES.
        77 WS-SELLER-ID PIC X(8)  VALUE SPACES.
        77 WS-NET-SUM   PIC 9(8)V99 VALUE 0.
        77 WS-VAT-SUM   PIC 9(7)V99 VALUE 0.
        77 WS-ORIG-NO   PIC X(10) VALUE SPACES.
        77 WS-ORIG-DATE PIC 9(8)  VALUE 0.
        77 ORIG-EOF     PIC X  VALUE "N".
           COPY EINVREQ REPLACING ==EINV-REQ-GRP== BY ==EINV-REQ==.
           COPY EUPLCOPY REPLACING ==EUPL-GRP== BY ==EUPL-REC==.
      * 同一張發票之明細先收集於表格，合計逾限時整組退到例外檔
        01 GROUP-TABLE.
           05 GL-ENTRY OCCURS 50 TIMES.
              10 GL-RAW          PIC X(71).
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==GRP-REC==.
           COPY RUNDATE.
        01 INV-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 INV-HEADING2.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "銷貨發票".
        01 CRED-HEADING2.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "銷貨折讓單".
        01 INV-NO-LINE.
           05 FILLER            PIC X(11) VALUE "INVOICE NO ".
           05 IL-INV-NO         PIC X(6).
           05 IL-YY             PIC 9999/.
           05 IL-MM             PIC 99/.
           05 IL-DD             PIC 99.
        01 EINV-LINE.
           05 FILLER            PIC X(18) VALUE "統一發票號碼".
           05 FILLER            PIC X(2).
           05 EL-EINV-NO        PIC X(10).
        01 BUYER-LINE.
           05 FILLER            PIC X(18) VALUE "買方統一編號".
           05 FILLER            PIC X(2).
           05 EL-BUYER-ID       PIC X(8).
        01 ORIG-LINE.
           05 FILLER            PIC X(15) VALUE "原發票號碼".
           05 FILLER            PIC X(5).
           05 EL-ORIG-NO        PIC X(10).
        01 ORDER-LINE.
           05 FILLER            PIC X(12) VALUE "訂單編號".
           05 FILLER            PIC X(2).
           05 IL-ORDER-NO       PIC X(6).
        01 CUST-LINE.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 FILLER            PIC X(2).
           05 IL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(6)  VALUE "金額".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(3)  VALUE "VAT".
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "客戶料號".
        01 DETAIL-LINE.
           05 IL-PRODUCT-NO     PIC X(13).
           05 FILLER            PIC X(3).
           05 IL-AMOUNT         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(3).
           05 IL-VAT            PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(3).
           05 IL-CUS-ITEM       PIC X(15).
        01 TOTAL-LINE.
           05 FILLER      PIC X(22) VALUE "發票金額合計....".
           05 IL-TOTAL    PIC Z,ZZZ,ZZ9.99.
        01 NET-LINE.
           05 FILLER      PIC X(22) VALUE "銷售額合計......".
           05 IL-NET      PIC Z,ZZZ,ZZ9.99.
        01 TAX-LINE.
           05 FILLER      PIC X(22) VALUE "營業稅額........".
           05 IL-TAX      PIC Z,ZZZ,ZZ9.99.
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "INVOICES PRODUCED : ".
           05 SL-INV-COUNT      PIC ZZZ9.
        PKCF-ERROR-PROCESS.
           IF PKCF-FS NOT = "00"
              MOVE "Y" TO PKCF-MISSING.
        SHIP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHIP-FILE.
        SHIP-ERROR-PROCESS.
           IF SHIP-FS NOT = "00"
              MOVE "Y" TO SHIP-MISSING.
        CXRF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CXRF-FILE.
        CXRF-ERROR-PROCESS.
           IF CXRF-FS NOT = "00"
              MOVE "Y" TO CXRF-MISSING.
        TERM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TERM-FILE.
        TERM-ERROR-PROCESS.
           IF TERM-FS = "35"
              MOVE "Y" TO TERM-MISSING
           ELSE
              IF TERM-FS NOT = "00"
                 DISPLAY "TERMS.TAB FILE STATUS = " TERM-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 STOP RUN
              END-IF
           END-IF.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
                       "RUN Sample9-1 EDIT FOR A NEW BATCH"
               STOP RUN
            END-IF.
            PERFORM 060-CHECK-EINV-RTN.
            PERFORM 080-BUILD-WORK-RTN.
            PERFORM 090-SORT-WORK-RTN.
            PERFORM 100-OPEN-RTN.
            PERFORM 150-SKIP-TO-CHECKPOINT.
            PERFORM 300-READ-RTN.
            PERFORM 400-LOOP-RTN
               UNTIL EOF-FLAG = "Y" OR EINV-STOP = "Y".
            IF EINV-STOP = "Y"
               PERFORM 650-EINV-STOP-RTN
            END-IF.
            PERFORM 500-WRITE-SUMMARY.
            PERFORM 600-CLOSE-RTN.
            STOP RUN.
                  MOVE CKPT-COUNT TO SKIP-COUNT
            END-READ.
            CLOSE CKPT-FILE.
      * 本期字軌號碼已用罄(或未配號)即拒跑，不開任何發票
        060-CHECK-EINV-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE "C"      TO ER-FUNCTION OF EINV-REQ.
            MOVE RUN-DATE TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            IF ER-EXHAUSTED OF EINV-REQ
               DISPLAY "NO UNIFORM INVOICE NUMBERS LEFT FOR THIS "
                       "PERIOD - RUN EInvTrackMaint"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE ER-SELLER-ID OF EINV-REQ TO WS-SELLER-ID.
      * 交易(含退貨)卸載至工作檔，依客戶+訂單排序，使同一訂單
      * 之各行相鄰;退貨於後續開立折讓單
        080-BUILD-WORK-RTN.
                 OUTPUT WORK-FILE MTMP-FILE.
            MOVE "N" TO PKCF-MISSING.
            OPEN INPUT PKCF-FILE.
            MOVE "N" TO SHIP-MISSING.
            OPEN INPUT SHIP-FILE.
            PERFORM 085-READ-IN-RTN.
            PERFORM 088-COPY-IN-RTN UNTIL IN-EOF = "Y".
            CLOSE IN-FILE CUST-FILE WORK-FILE MTMP-FILE.
            IF PKCF-MISSING = "N"
               CLOSE PKCF-FILE
            END-IF.
            IF SHIP-MISSING = "N"
               CLOSE SHIP-FILE
            END-IF.
        085-READ-IN-RTN.
            READ IN-FILE AT END MOVE "Y" TO IN-EOF.
      * 依揀貨確認以實揀量開票;確認為零者不開票;月結客戶之
      * 銷售先進本批暫存檔，全批開立完成後於收尾一次轉入月結
      * 累積檔，中途(含尚未寫任何檢查點時)當機重跑皆不重複
      * 累積;司機回報未送達之銷售整筆略過
        088-COPY-IN-RTN.
            MOVE IN-REC TO WORK-REC.
            PERFORM 089-APPLY-CONFIRM-RTN.
            PERFORM 087-CHECK-UNDELIVERED-RTN.
            PERFORM 091-CHECK-MONTHLY-RTN.
            IF UNDEL-FLAG = "N"
               IF MONTHLY-FLAG = "Y"
                  MOVE WORK-REC TO MTMP-REC
                  WRITE MTMP-REC
                  ADD 1 TO MACC-COUNT
               ELSE
                  IF TRAN-RETURN OF WORK-REC
                     OR QTY OF WORK-REC NOT = ZERO
                     WRITE WORK-REC
                  END-IF
               END-IF
            END-IF.
            PERFORM 085-READ-IN-RTN.
        087-CHECK-UNDELIVERED-RTN.
            MOVE "N" TO UNDEL-FLAG.
            IF NOT TRAN-RETURN OF WORK-REC
               AND SHIP-MISSING NOT = "Y"
               MOVE SALE-NO OF WORK-REC TO DL-SALE-NO OF SHIP-REC
               READ SHIP-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF DL-UNDELIVERED OF SHIP-REC
                        AND DL-CUS-NO OF SHIP-REC = CUST-NO OF WORK-REC
                        MOVE "Y" TO UNDEL-FLAG
                     END-IF
               END-READ
            END-IF.
        091-CHECK-MONTHLY-RTN.
            MOVE "N" TO MONTHLY-FLAG.
            MOVE CUST-NO OF WORK-REC TO CM-CUS-NO OF CUST-REC.
                        AGE-FILE.
            MOVE "N" TO TERM-MISSING.
            OPEN INPUT TERM-FILE.
            MOVE "N" TO CXRF-MISSING.
            OPEN INPUT CXRF-FILE.
            IF SKIP-COUNT = 0
               OPEN OUTPUT OUT-FILE
                           EXCEPT-FILE
                  PERFORM 401-INVOICE-GROUP-RTN
               END-IF
            END-IF.
            IF EINV-STOP = "N"
               ADD GL-COUNT TO TRAN-COUNT
               PERFORM 380-WRITE-CHECKPOINT
            END-IF.
      * 號碼於開立前取得;中途用罄時本組不開，檢查點停在前一組
        401-INVOICE-GROUP-RTN.
            PERFORM 430-COMPUTE-GROUP-RTN.
            IF WS-TOTAL > 999999
                       "CUSTOMER " CHECK-CUS-NO " TO EXCEPTIONS"
               PERFORM 420-GROUP-EXCEPTION-RTN
            ELSE
               PERFORM 439-TAKE-EINV-NO-RTN
               IF EINV-STOP = "N"
                  PERFORM 440-PRINT-INVOICE-RTN
                  PERFORM 450-WRITE-INV-REG-RTN
                  PERFORM 460-WRITE-AGE-RTN
                  PERFORM 466-WRITE-UPLOAD-RTN
                  ADD 1 TO INV-COUNT
               END-IF
            END-IF.
        380-WRITE-CHECKPOINT.
            OPEN OUTPUT CKPT-FILE.
        425-ONE-EXCEPTION-RTN.
            WRITE EXCEPT-REC FROM GL-RAW (GL-SUB).
        430-COMPUTE-GROUP-RTN.
            MOVE ZERO TO WS-TOTAL WS-NET-SUM WS-VAT-SUM.
            PERFORM 435-ADD-ONE-LINE-RTN
               VARYING GL-SUB FROM 1 BY 1 UNTIL GL-SUB > GL-COUNT.
        435-ADD-ONE-LINE-RTN.
            COMPUTE WS-AMOUNT = PRICE OF GRP-REC * QTY OF GRP-REC.
            COMPUTE WS-VAT = WS-AMOUNT * WS-RATE.
            COMPUTE WS-TOTAL = WS-TOTAL + WS-AMOUNT + WS-VAT.
            ADD WS-AMOUNT TO WS-NET-SUM.
            ADD WS-VAT    TO WS-VAT-SUM.
      * 稅率依產品稅別與交易日查稅率檔，免稅客戶為零
        438-GET-RATE-RTN.
            MOVE PRODUCT-NO OF GRP-REC TO PRO-NO OF PROD-REC.
                 TO TL-EXEMPT OF TAXL-REQ.
            CALL "TaxLook" USING TAXL-REQ.
            MOVE TL-RATE OF TAXL-REQ TO WS-RATE.
        439-TAKE-EINV-NO-RTN.
            MOVE "N"      TO ER-FUNCTION OF EINV-REQ.
            MOVE RUN-DATE TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            IF ER-EXHAUSTED OF EINV-REQ
               DISPLAY "UNIFORM INVOICE NUMBERS EXHAUSTED - "
                       "RUN EInvTrackMaint AND RERUN Invoice"
               MOVE "Y" TO EINV-STOP
            ELSE
               MOVE ER-EINV-NO OF EINV-REQ   TO WS-EINV-NO
               MOVE ER-SELLER-ID OF EINV-REQ TO WS-SELLER-ID
            END-IF.
        440-PRINT-INVOICE-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-INV-NO-BUILD.
            MOVE RUN-MM TO IL-MM.
            MOVE RUN-DD TO IL-DD.
            WRITE OUT-REC FROM INV-NO-LINE AFTER 2 LINES.
            MOVE WS-EINV-NO TO EL-EINV-NO.
            WRITE OUT-REC FROM EINV-LINE AFTER 1 LINES.
            PERFORM 447-PRINT-BUYER-RTN.
            IF CHECK-ORDER-NO NOT = SPACES
               MOVE CHECK-ORDER-NO TO IL-ORDER-NO
               WRITE OUT-REC FROM ORDER-LINE AFTER 1 LINES
            WRITE OUT-REC FROM DETAIL-HEADING AFTER 2 LINES.
            PERFORM 445-PRINT-ONE-LINE-RTN
               VARYING GL-SUB FROM 1 BY 1 UNTIL GL-SUB > GL-COUNT.
            PERFORM 448-PRINT-TOTALS-RTN.
        445-PRINT-ONE-LINE-RTN.
            MOVE GL-RAW (GL-SUB) TO GRP-REC.
            PERFORM 438-GET-RATE-RTN.
            MOVE PRICE OF GRP-REC      TO IL-PRICE.
            MOVE WS-AMOUNT  TO IL-AMOUNT.
            MOVE WS-VAT     TO IL-VAT.
            PERFORM 446-CUS-ITEM-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 以客戶+產品編號讀對照檔之替代鍵取客戶料號
        446-CUS-ITEM-RTN.
            MOVE SPACES TO IL-CUS-ITEM.
            IF CXRF-MISSING = "N"
               MOVE CUST-NO OF GRP-REC TO CX-PRO-CUS-NO OF CXRF-REC
               MOVE PRODUCT-NO OF GRP-REC
                    TO CX-PRO-NO OF CXRF-REC
               READ CXRF-FILE KEY IS CX-PRO-KEY OF CXRF-REC
                  INVALID KEY MOVE SPACES TO CX-CUS-ITEM OF CXRF-REC
               END-READ
               MOVE CX-CUS-ITEM OF CXRF-REC TO IL-CUS-ITEM
            END-IF.
      * 有統編之買方(B2B)印統一編號，並分列銷售額與稅額;一般
      * 消費者(B2C)僅印含稅總計
        447-PRINT-BUYER-RTN.
            IF CM-TAX-ID OF CUST-REC NOT = SPACES
               MOVE CM-TAX-ID OF CUST-REC TO EL-BUYER-ID
               WRITE OUT-REC FROM BUYER-LINE AFTER 1 LINES
            END-IF.
        448-PRINT-TOTALS-RTN.
            IF CM-TAX-ID OF CUST-REC NOT = SPACES
               MOVE WS-NET-SUM TO IL-NET
               WRITE OUT-REC FROM NET-LINE AFTER 2 LINES
               MOVE WS-VAT-SUM TO IL-TAX
               WRITE OUT-REC FROM TAX-LINE AFTER 1 LINES
            END-IF.
            MOVE WS-TOTAL TO IL-TOTAL.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
      * 登記檔之銷售單號記該組第一行之單號，金額為整張發票之
      * 未稅合計與稅額合計
        450-WRITE-INV-REG-RTN.
            MOVE WS-VAT                TO INV-VAT OF INV-REC.
            MOVE CHECK-ORDER-NO        TO INV-ORDER-NO OF INV-REC.
            MOVE SPACE                 TO INV-STATUS OF INV-REC.
            MOVE WS-EINV-NO            TO INV-EINV-NO OF INV-REC.
            WRITE INV-REC
               INVALID KEY
                  DISPLAY "DUPLICATE INVOICE NUMBER !! "
                  DISPLAY "DUPLICATE RECEIVABLE !! "
                          AGE-KEY OF AGE-REC
            END-WRITE.
      * 電子發票上傳:開立 C0401
        466-WRITE-UPLOAD-RTN.
            MOVE "C0401"    TO EU-MSG-TYPE OF EUPL-REC.
            MOVE WS-EINV-NO TO EU-DOC-NO OF EUPL-REC.
            MOVE SPACES     TO EU-ORIG-NO OF EUPL-REC.
            MOVE ZERO       TO EU-ORIG-DATE OF EUPL-REC.
            PERFORM 467-SET-UPLOAD-RTN.
            CALL "EInvUpload" USING EUPL-REC.
      * 上傳共用欄位:B2B 銷售額未稅另列稅額，B2C 以含稅總額為
      * 銷售額、稅額為零;金額四捨五入至元
        467-SET-UPLOAD-RTN.
            MOVE RUN-DATE     TO EU-DOC-DATE OF EUPL-REC.
            MOVE WS-SELLER-ID TO EU-SELLER-ID OF EUPL-REC.
            MOVE CM-CUS-NAME OF CUST-REC TO EU-BUYER-NAME OF EUPL-REC.
            IF CM-EXEMPT OF CUST-REC
               MOVE "3" TO EU-TAX-TYPE OF EUPL-REC
            ELSE
               MOVE "1" TO EU-TAX-TYPE OF EUPL-REC
            END-IF.
            IF CM-TAX-ID OF CUST-REC NOT = SPACES
               MOVE CM-TAX-ID OF CUST-REC TO EU-BUYER-ID OF EUPL-REC
               COMPUTE EU-SALES-AMT OF EUPL-REC ROUNDED = WS-NET-SUM
               COMPUTE EU-TAX-AMT OF EUPL-REC ROUNDED = WS-VAT-SUM
            ELSE
               MOVE "0000000000" TO EU-BUYER-ID OF EUPL-REC
               COMPUTE EU-SALES-AMT OF EUPL-REC ROUNDED = WS-TOTAL
               MOVE ZERO TO EU-TAX-AMT OF EUPL-REC
            END-IF.
            COMPUTE EU-TOTAL-AMT OF EUPL-REC =
                    EU-SALES-AMT OF EUPL-REC + EU-TAX-AMT OF EUPL-REC.
      * 過帳退貨開立編號折讓單:發票登記檔與應收檔以負數金額
      * 入帳，收款作業沖用折讓後再收支票
        470-CREDIT-MEMO-RTN.
               PERFORM 475-ISSUE-CREDIT-RTN
            END-IF.
        475-ISSUE-CREDIT-RTN.
            MOVE WS-AMOUNT TO WS-NET-SUM.
            MOVE WS-VAT    TO WS-VAT-SUM.
            PERFORM 485-FIND-ORIG-INV-RTN.
            CALL "NextNumber" USING CM-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-INV-NO-BUILD.
            WRITE OUT-REC FROM INV-HEADING1 AFTER PAGE.
            MOVE RUN-MM TO IL-MM.
            MOVE RUN-DD TO IL-DD.
            WRITE OUT-REC FROM INV-NO-LINE AFTER 2 LINES.
            MOVE WS-ORIG-NO TO EL-ORIG-NO.
            WRITE OUT-REC FROM ORIG-LINE AFTER 1 LINES.
            PERFORM 447-PRINT-BUYER-RTN.
            MOVE CM-CUS-NO OF CUST-REC   TO IL-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC TO IL-CUS-NAME.
            MOVE CM-ADDRESS OF CUST-REC  TO IL-CUS-ADDRESS.
            WRITE OUT-REC FROM DETAIL-HEADING AFTER 2 LINES.
            MOVE 1 TO GL-SUB.
            PERFORM 445-PRINT-ONE-LINE-RTN.
            PERFORM 448-PRINT-TOTALS-RTN.
            PERFORM 480-WRITE-CREDIT-REG-RTN.
            PERFORM 490-WRITE-CREDIT-AGE-RTN.
            PERFORM 495-WRITE-ALLOW-UPL-RTN.
            ADD 1 TO CRED-COUNT.
        480-WRITE-CREDIT-REG-RTN.
            MOVE WS-INV-NO-BUILD       TO INV-NO OF INV-REC.
            COMPUTE INV-VAT OF INV-REC = 0 - WS-VAT.
            MOVE SPACES                TO INV-ORDER-NO OF INV-REC.
            MOVE SPACE                 TO INV-STATUS OF INV-REC.
            MOVE WS-ORIG-NO            TO INV-EINV-NO OF INV-REC.
            WRITE INV-REC
               INVALID KEY
                  DISPLAY "DUPLICATE CREDIT MEMO !! "
                          INV-NO OF INV-REC
            END-WRITE.
      * 折讓所屬之原統一發票:依退貨所沖之原銷售單號，自發票
      * 登記檔找出同客戶、未作廢且有統一發票號碼之最後一張
        485-FIND-ORIG-INV-RTN.
            MOVE SPACES TO WS-ORIG-NO.
            MOVE ZERO   TO WS-ORIG-DATE.
            MOVE LOW-VALUES TO INV-NO OF INV-REC.
            MOVE "N" TO ORIG-EOF.
            START INV-FILE KEY IS NOT LESS THAN INV-NO OF INV-REC
               INVALID KEY MOVE "Y" TO ORIG-EOF
            END-START.
            PERFORM 487-CHECK-ORIG-RTN UNTIL ORIG-EOF = "Y".
            IF WS-ORIG-NO = SPACES
               DISPLAY "NO UNIFORM INVOICE FOUND FOR RETURN OF SALE "
                       RETURN-SALE-NO OF GRP-REC
                       " - ALLOWANCE NEEDS ORIGINAL NUMBER"
            END-IF.
        487-CHECK-ORIG-RTN.
            READ INV-FILE NEXT RECORD
               AT END MOVE "Y" TO ORIG-EOF
            END-READ.
            IF ORIG-EOF = "N"
               AND INV-SALE-NO OF INV-REC = RETURN-SALE-NO OF GRP-REC
               AND INV-CUS-NO OF INV-REC = CM-CUS-NO OF CUST-REC
               AND INV-EINV-NO OF INV-REC NOT = SPACES
               AND INV-AMOUNT OF INV-REC NOT < ZERO
               AND NOT INV-VOID OF INV-REC
               MOVE INV-EINV-NO OF INV-REC TO WS-ORIG-NO
               MOVE INV-DATE OF INV-REC    TO WS-ORIG-DATE
            END-IF.
        490-WRITE-CREDIT-AGE-RTN.
            MOVE CM-CUS-NO OF CUST-REC TO AGE-CUS-NO OF AGE-REC.
            MOVE WS-INV-NO-BUILD       TO AGE-INV-NO OF AGE-REC.
                  DISPLAY "DUPLICATE RECEIVABLE !! "
                          AGE-KEY OF AGE-REC
            END-WRITE.
      * 電子發票上傳:折讓 D0401，單號為折讓單號
        495-WRITE-ALLOW-UPL-RTN.
            MOVE "D0401"         TO EU-MSG-TYPE OF EUPL-REC.
            MOVE WS-INV-NO-BUILD TO EU-DOC-NO OF EUPL-REC.
            MOVE WS-ORIG-NO      TO EU-ORIG-NO OF EUPL-REC.
            MOVE WS-ORIG-DATE    TO EU-ORIG-DATE OF EUPL-REC.
            PERFORM 467-SET-UPLOAD-RTN.
            CALL "EInvUpload" USING EUPL-REC.
      * 依客戶付款條件推算到期日，遇非營業日順延至次一營業日;無
      * 條件或查無條件檔者以發票日為到期日
        465-SET-DUE-DATE-RTN.
            MOVE RUN-DATE TO WS-DUE-DATE.
            IF TERM-MISSING = "N"
                        + TM-NET-DAYS OF TERM-REC
                  COMPUTE WS-DUE-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                  MOVE "N"         TO BD-FUNCTION OF BZDY-REQ
                  MOVE WS-DUE-DATE TO BD-DATE-IN OF BZDY-REQ
                  CALL "BizDay" USING BZDY-REQ
                  MOVE BD-DATE-OUT OF BZDY-REQ TO WS-DUE-DATE
               END-IF
            END-IF.
        500-WRITE-SUMMARY.
            IF TERM-MISSING = "N"
               CLOSE TERM-FILE
            END-IF.
            IF CXRF-MISSING = "N"
               CLOSE CXRF-FILE
            END-IF.
      * 字軌號碼中途用罄:關檔結束，不記批次完成，亦不轉入月結
      * 累積;補配號後重跑由檢查點續開
        650-EINV-STOP-RTN.
            CLOSE WORK-FILE CUST-FILE PROD-FILE INV-FILE AGE-FILE
                  OUT-FILE EXCEPT-FILE.
            IF TERM-MISSING = "N"
               CLOSE TERM-FILE
            END-IF.
            IF CXRF-MISSING = "N"
               CLOSE CXRF-FILE
            END-IF.
            DISPLAY "INVOICES PRODUCED BEFORE STOP : " INV-COUNT.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        610-APPEND-MONTHLY-RTN.
            OPEN INPUT MTMP-FILE
                 EXTEND MACC-FILE.
            MOVE "PICKCONF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PKCF-FILE-NAME.
            MOVE "SHIPMENT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHIP-FILE-NAME.
            MOVE "TERMS.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO TERM-FILE-NAME.
            MOVE "CUSTITEM.XRF" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CXRF-FILE-NAME.
