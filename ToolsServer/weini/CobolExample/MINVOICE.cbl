      **                            一客戶一張彙總發票列出當月
      **                            每筆銷售，應收檔僅入一筆未結
      **                            項目(到期日依付款條件);完成
      **                            後清空累積檔;每張取統一發票
      **                            字軌號碼，剩餘號碼不足本次
      **                            客戶數即拒跑，中途用罄時未開
      **                            之明細留回累積檔;依買方有無
      **                            統編印 B2B 或 B2C 格式並寫入
      **                            電子發票上傳檔;明細並列客戶
      **                            料號對照檔 (CUSTITEM.XRF) 之
      **                            客戶料號;到期日遇非營業日順延
      **                            至次一營業日
      **                            對照 (INVOICE.CBL) 之單據格式
      **                            與應收入帳

           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT CXRF-FILE ASSIGN TO RANDOM CXRF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CX-KEY
                  ALTERNATE RECORD KEY IS CX-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS CXRF-FS.
           SELECT SORT-FILE ASSIGN TO "MINVSORT.TMP".
      **
        DATA    DIVISION.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
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
           05 FILLER            PIC X(15).

        WORKING-STORAGE SECTION.
        77 MACC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 TERM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CXRF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MACC-FS      PIC XX.
        77 INV-FS       PIC XX.
        77 AGE-FS       PIC XX.
        77 TERM-FS      PIC XX.
        77 CXRF-FS      PIC XX.
        77 CXRF-MISSING PIC X  VALUE "N".
        77 OUT-FS       PIC XX.
        77 MACC-EOF     PIC X  VALUE "N".
        77 MACC-MISSING PIC X  VALUE "N".
        77 HOLD-AMOUNT  PIC S9(8)V99 VALUE 0.
        77 HOLD-VAT     PIC S9(7)V99 VALUE 0.
        77 INV-COUNT    PIC 9(4) VALUE 0.
        77 FIRST-SALE-NO PIC X(8) VALUE SPACES.
        77 NN-SERIES    PIC X(8) VALUE "INVOICE".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-INV-NO-BUILD PIC 9(6) VALUE 0.
        77 WS-NET-SUM   PIC S9(9)V99 VALUE 0.
        77 WS-VAT-SUM   PIC S9(8)V99 VALUE 0.
        77 WS-TRAN-DATE PIC 9(8) VALUE 0.
        77 EINV-STOP    PIC X  VALUE "N".
        77 WS-EINV-NO   PIC X(10) VALUE SPACES.
        77 WS-SELLER-ID PIC X(8)  VALUE SPACES.
        77 WS-NEED-CNT  PIC 9(8)  VALUE 0.
        77 LAST-CUS-NO  PIC X(4)  VALUE SPACES.
           COPY EINVREQ REPLACING ==EINV-REQ-GRP== BY ==EINV-REQ==.
           COPY EUPLCOPY REPLACING ==EUPL-GRP== BY ==EUPL-REC==.
           COPY TAXLREQ REPLACING ==TAXL-REQ-GRP== BY ==TAXL-REQ==.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
           COPY RUNDATE.
        01 INV-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 INV-HEADING2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "月結發票".
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
        01 CUST-LINE.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 FILLER            PIC X(2).
           05 IL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(3).
           05 IL-CUS-ADDRESS    PIC X(20).
        01 DETAIL-HEADING.
           05 FILLER            PIC X(12) VALUE "銷售單號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "單價".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "金額".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "客戶料號".
        01 DETAIL-LINE.
           05 IL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(3).
           05 IL-PRODUCT-NO     PIC X(13).
           05 FILLER            PIC X(3).
           05 IL-QTY            PIC Z,ZZ9.
           05 IL-PRICE          PIC Z,ZZ9.99.
           05 FILLER            PIC X(2).
           05 IL-AMOUNT         PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(3).
           05 IL-CUS-ITEM       PIC X(15).
        01 TOTAL-LINE.
           05 FILLER      PIC X(22) VALUE "發票金額合計....".
           05 IL-TOTAL    PIC Z,ZZZ,ZZ9.99-.
        01 NET-LINE.
           05 FILLER      PIC X(22) VALUE "銷售額合計......".
           05 IL-NET      PIC Z,ZZZ,ZZ9.99-.
        01 TAX-LINE.
           05 FILLER      PIC X(22) VALUE "營業稅額........".
           05 IL-TAX      PIC Z,ZZZ,ZZ9.99-.
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "INVOICES PRODUCED : ".
           05 SL-INV-COUNT      PIC ZZZ9.
                 EXIT PROGRAM
              END-IF
           END-IF.
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
                 EXIT PROGRAM
              END-IF
           END-IF.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
                                 SD-SALE-NO
                USING WORK-FILE
                GIVING WORK-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-CHECK-EINV-RTN.
            IF EINV-STOP = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
            END-IF.
            OPEN INPUT  WORK-FILE
                        CUST-FILE
                        PROD-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO TERM-MISSING.
            OPEN INPUT TERM-FILE.
            MOVE "N" TO CXRF-MISSING.
            OPEN INPUT CXRF-FILE.
            PERFORM 300-READ-WORK-RTN.
            PERFORM 400-LOOP-RTN
               UNTIL WORK-EOF = "Y" OR EINV-STOP = "Y".
            IF INV-OPEN = "Y"
               PERFORM 460-END-INVOICE-RTN
            END-IF.
            MOVE INV-COUNT TO SL-INV-COUNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER PAGE.
      * 全數開畢後清空累積檔，下月重新累積;字軌號碼中途用罄
      * 時，未開之明細寫回累積檔，補配號後重跑續開
            IF EINV-STOP = "Y"
               PERFORM 650-PUT-BACK-RTN
            ELSE
               OPEN OUTPUT MACC-FILE
               CLOSE MACC-FILE
            END-IF.
            CLOSE WORK-FILE CUST-FILE PROD-FILE INV-FILE AGE-FILE
                  OUT-FILE.
            IF TERM-MISSING = "N"
               CLOSE TERM-FILE
            END-IF.
            IF CXRF-MISSING = "N"
               CLOSE CXRF-FILE
            END-IF.
            DISPLAY "MONTHLY INVOICES PRODUCED : " INV-COUNT.
            EXIT PROGRAM.
        100-READ-MACC-RTN.
            MOVE MACC-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 100-READ-MACC-RTN.
      * 本次需開張數以客戶數計;剩餘號碼不足即整批拒跑，累積
      * 檔保持原狀
        200-CHECK-EINV-RTN.
            MOVE ZERO TO WS-NEED-CNT.
            MOVE SPACES TO LAST-CUS-NO.
            MOVE "N" TO WORK-EOF.
            OPEN INPUT WORK-FILE.
            PERFORM 300-READ-WORK-RTN.
            PERFORM 210-COUNT-CUST-RTN UNTIL WORK-EOF = "Y".
            CLOSE WORK-FILE.
            MOVE "N" TO WORK-EOF.
            MOVE "C"      TO ER-FUNCTION OF EINV-REQ.
            MOVE RUN-DATE TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            MOVE ER-SELLER-ID OF EINV-REQ TO WS-SELLER-ID.
            IF ER-REMAIN OF EINV-REQ < WS-NEED-CNT
               DISPLAY "UNIFORM INVOICE NUMBERS LEFT : "
                       ER-REMAIN OF EINV-REQ
                       " NEEDED : " WS-NEED-CNT
                       " - RUN EInvTrackMaint"
               MOVE "Y" TO EINV-STOP
            END-IF.
        210-COUNT-CUST-RTN.
            IF CUST-NO OF WORK-REC NOT = LAST-CUS-NO
               ADD 1 TO WS-NEED-CNT
               MOVE CUST-NO OF WORK-REC TO LAST-CUS-NO
            END-IF.
            PERFORM 300-READ-WORK-RTN.
        300-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        400-LOOP-RTN.
               END-IF
               PERFORM 420-START-INVOICE-RTN
            END-IF.
            IF EINV-STOP = "N"
               PERFORM 440-INVOICE-LINE-RTN
            END-IF.
            IF EINV-STOP = "N"
               PERFORM 300-READ-WORK-RTN
            END-IF.
      * 先取統一發票號碼，用罄即停開(本行留待寫回累積檔)
        420-START-INVOICE-RTN.
            MOVE "N"      TO ER-FUNCTION OF EINV-REQ.
            MOVE RUN-DATE TO ER-DATE OF EINV-REQ.
            CALL "EInvNumber" USING EINV-REQ.
            IF ER-EXHAUSTED OF EINV-REQ
               DISPLAY "UNIFORM INVOICE NUMBERS EXHAUSTED - "
                       "RUN EInvTrackMaint AND RERUN MonthlyInv"
               MOVE "Y" TO EINV-STOP
            ELSE
               MOVE ER-EINV-NO OF EINV-REQ   TO WS-EINV-NO
               MOVE ER-SELLER-ID OF EINV-REQ TO WS-SELLER-ID
               PERFORM 425-OPEN-INVOICE-RTN
            END-IF.
        425-OPEN-INVOICE-RTN.
            MOVE CUST-NO OF WORK-REC TO CHECK-CUS-NO.
            MOVE "Y" TO INV-OPEN.
            MOVE ZERO TO WS-TOTAL WS-AMOUNT WS-VAT
               MOVE SPACES TO CM-CUS-NAME OF CUST-REC
                              CM-ADDRESS OF CUST-REC
                              CM-TERMS-CODE OF CUST-REC
                              CM-TAX-EXEMPT OF CUST-REC
                              CM-TAX-ID OF CUST-REC
            END-IF.
            WRITE OUT-REC FROM INV-HEADING1 AFTER PAGE.
            WRITE OUT-REC FROM INV-HEADING2 AFTER 2 LINES.
            MOVE RUN-MM TO IL-MM.
            MOVE RUN-DD TO IL-DD.
            WRITE OUT-REC FROM INV-NO-LINE AFTER 2 LINES.
            MOVE WS-EINV-NO TO EL-EINV-NO.
            WRITE OUT-REC FROM EINV-LINE AFTER 1 LINES.
            IF CM-TAX-ID OF CUST-REC NOT = SPACES
               MOVE CM-TAX-ID OF CUST-REC TO EL-BUYER-ID
               WRITE OUT-REC FROM BUYER-LINE AFTER 1 LINES
            END-IF.
            MOVE CHECK-CUS-NO            TO IL-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC TO IL-CUS-NAME.
            MOVE CM-ADDRESS OF CUST-REC  TO IL-CUS-ADDRESS.
                  MOVE HOLD-AMOUNT TO WS-AMOUNT
                  MOVE HOLD-VAT    TO WS-VAT
               END-IF
               IF EINV-STOP = "N"
                  PERFORM 447-ADD-TO-INVOICE-RTN
               END-IF
            END-IF.
        447-ADD-TO-INVOICE-RTN.
            ADD WS-AMOUNT TO WS-NET-SUM.
            ADD WS-VAT    TO WS-VAT-SUM.
            COMPUTE WS-TOTAL = WS-TOTAL + WS-AMOUNT + WS-VAT.
            MOVE SALE-NO OF WORK-REC    TO IL-SALE-NO.
            MOVE PRODUCT-NO OF WORK-REC TO IL-PRODUCT-NO.
            MOVE QTY OF WORK-REC        TO IL-QTY.
            MOVE PRICE OF WORK-REC      TO IL-PRICE.
            MOVE WS-AMOUNT              TO IL-AMOUNT.
            PERFORM 446-CUS-ITEM-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 以客戶+產品編號讀對照檔之替代鍵取客戶料號
        446-CUS-ITEM-RTN.
            MOVE SPACES TO IL-CUS-ITEM.
            IF CXRF-MISSING = "N"
               MOVE CUST-NO OF WORK-REC TO CX-PRO-CUS-NO OF CXRF-REC
               MOVE PRODUCT-NO OF WORK-REC
                    TO CX-PRO-NO OF CXRF-REC
               READ CXRF-FILE KEY IS CX-PRO-KEY OF CXRF-REC
                  INVALID KEY MOVE SPACES TO CX-CUS-ITEM OF CXRF-REC
               END-READ
               MOVE CX-CUS-ITEM OF CXRF-REC TO IL-CUS-ITEM
            END-IF.
      * 有統編之買方(B2B)分列銷售額與稅額;一般消費者(B2C)
      * 僅印含稅總計
        460-END-INVOICE-RTN.
            IF CM-TAX-ID OF CUST-REC NOT = SPACES
               MOVE WS-NET-SUM TO IL-NET
               WRITE OUT-REC FROM NET-LINE AFTER 2 LINES
               MOVE WS-VAT-SUM TO IL-TAX
               WRITE OUT-REC FROM TAX-LINE AFTER 1 LINES
            END-IF.
            MOVE WS-TOTAL TO IL-TOTAL.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            PERFORM 470-WRITE-INV-REG-RTN.
            PERFORM 480-WRITE-AGE-RTN.
            PERFORM 490-WRITE-UPLOAD-RTN.
            ADD 1 TO INV-COUNT.
            MOVE "N" TO INV-OPEN.
      * 登記檔金額重算為整張未稅合計與稅額合計
            MOVE WS-VAT-SUM TO INV-VAT OF INV-REC.
            MOVE SPACES TO INV-ORDER-NO OF INV-REC.
            MOVE SPACE  TO INV-STATUS OF INV-REC.
            MOVE WS-EINV-NO TO INV-EINV-NO OF INV-REC.
            WRITE INV-REC
               INVALID KEY
                  DISPLAY "DUPLICATE INVOICE NUMBER !! "
                        + TM-NET-DAYS OF TERM-REC
                  COMPUTE WS-DUE-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                  MOVE "N"         TO BD-FUNCTION OF BZDY-REQ
                  MOVE WS-DUE-DATE TO BD-DATE-IN OF BZDY-REQ
                  CALL "BizDay" USING BZDY-REQ
                  MOVE BD-DATE-OUT OF BZDY-REQ TO WS-DUE-DATE
               END-IF
            END-IF.
            MOVE CHECK-CUS-NO    TO AGE-CUS-NO OF AGE-REC.
                  DISPLAY "DUPLICATE RECEIVABLE !! "
                          AGE-KEY OF AGE-REC
            END-WRITE.
      * 電子發票上傳:開立 C0401;B2B 銷售額未稅另列稅額，B2C 以
      * 含稅總額為銷售額;退貨折抵後淨額為負者不上傳，留人工以
      * 折讓處理
        490-WRITE-UPLOAD-RTN.
            IF WS-TOTAL < ZERO
               DISPLAY "NET CREDIT ON MONTHLY INVOICE " WS-EINV-NO
                       " - NOT UPLOADED, ISSUE ALLOWANCE MANUALLY"
            ELSE
               MOVE "C0401"      TO EU-MSG-TYPE OF EUPL-REC
               MOVE WS-EINV-NO   TO EU-DOC-NO OF EUPL-REC
               MOVE RUN-DATE     TO EU-DOC-DATE OF EUPL-REC
               MOVE WS-SELLER-ID TO EU-SELLER-ID OF EUPL-REC
               MOVE CM-CUS-NAME OF CUST-REC
                    TO EU-BUYER-NAME OF EUPL-REC
               MOVE SPACES       TO EU-ORIG-NO OF EUPL-REC
               MOVE ZERO         TO EU-ORIG-DATE OF EUPL-REC
               PERFORM 495-SET-UPLOAD-AMT-RTN
               CALL "EInvUpload" USING EUPL-REC
            END-IF.
        495-SET-UPLOAD-AMT-RTN.
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
      * 號碼用罄時目前一行起之未開明細寫回累積檔
        650-PUT-BACK-RTN.
            OPEN OUTPUT MACC-FILE.
            PERFORM 655-PUT-BACK-ONE-RTN UNTIL WORK-EOF = "Y".
            CLOSE MACC-FILE.
            MOVE 8 TO RETURN-CODE.
        655-PUT-BACK-ONE-RTN.
            MOVE WORK-REC TO MACC-REC.
            WRITE MACC-REC.
            PERFORM 300-READ-WORK-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MONTHLY.ACC" TO EN-LOGICAL.
            MOVE "TERMS.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO TERM-FILE-NAME.
            MOVE "CUSTITEM.XRF" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CXRF-FILE-NAME.
            MOVE "MINVOICE.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
