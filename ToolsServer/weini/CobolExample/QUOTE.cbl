      **                        QUOTE.REG/QUOTE.LIN(狀態 O/W/L/E)
      **                        ，成交報價可一鍵轉為 SAMPLE91.IN
      **                        銷售交易(依報價價格)，另有過期
      **                        追蹤表與狀態維護;轉銷售時可指定
      **                        客戶送貨地址代號 (SHIPTO.DAT)
      **                        帶入各銷售行，空白為帳單地址;
      **                        可承諾量不足時列出核准之替代品
      **                        (SUBLOOK.CBL) 供改選，照原品價格
      **                        者沿用原品報價;改註未成交(L)
      **                        之報價各行經副程式 (LOSTLOG.CBL)
      **                        記入流失銷售檔(附原因);已淘汰
      **                        (D)之產品不予報價
      **                        對照 (INVOICE.CBL) 之單據格式與
      **                        (SORDENT.CBL) 之釋出銷售

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QD-KEY
                  FILE STATUS IS QTLN-FS.
           SELECT SHTO-FILE ASSIGN TO RANDOM SHTO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STO-KEY
                  FILE STATUS IS SHTO-FS.
           SELECT SALE-FILE ASSIGN TO RANDOM SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SALE-FS.
        FD QTLN-FILE
           LABEL RECORD IS STANDARD.
           COPY QTLNCOPY REPLACING ==QTLN-GRP== BY ==QTLN-REC==.
        FD SHTO-FILE
           LABEL RECORD IS STANDARD.
           COPY SHTOCOPY REPLACING ==SHTO-GRP== BY ==SHTO-REC==.
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 QTHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 QTLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHTO-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SALE-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PROD-FS      PIC XX.
        77 QTHD-FS      PIC XX.
        77 QTLN-FS      PIC XX.
        77 SHTO-FS      PIC XX.
        77 SHTO-MISSING PIC X  VALUE "N".
        77 SALE-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-QUOTE-NO  PIC X(6) VALUE SPACES.
        77 WS-QUOTE-IN  PIC X(6) VALUE SPACES.
        77 WS-SHIP-TO   PIC X(3) VALUE SPACES.
        77 WS-SHIP-OK   PIC X  VALUE "N".
        77 WS-LINE-NO   PIC 9(3) VALUE 0.
        77 WS-LINE-EOF  PIC X  VALUE "N".
        77 QTHD-EOF     PIC X  VALUE "N".
        77 WS-STATUS-IN PIC X  VALUE SPACE.
        77 LOST-CNT     PIC 9(3) VALUE 0.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.
        77 CHASE-CNT    PIC 9(4) VALUE 0.
        77 CONV-CNT     PIC 9(3) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-PRICE-USED PIC 9(5)V99 VALUE 0.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY TAXLREQ REPLACING ==TAXL-REQ-GRP== BY ==TAXL-REQ==.
           COPY ATPLREQ REPLACING ==ATPL-REQ-GRP== BY ==ATP-REQ==.
           COPY SUBLREQ REPLACING ==SUBL-REQ-GRP== BY ==SUBL-REQ==.
        77 WS-KEEP-PRICE PIC X  VALUE "N".
        77 WS-SUBST-PICK PIC 9(1) VALUE 0.
        77 WS-SUBST-SUB PIC 9(1) VALUE 0.
        77 WS-SUBST-LINE PIC 99 VALUE 0.
        77 SUBST-BLANK  PIC X(42) VALUE SPACES.
        01 SUBST-SHOW-LINE.
           05 SS-NO                PIC 9.
           05 FILLER               PIC X     VALUE ".".
           05 SS-PRO-NO            PIC X(13).
           05 FILLER               PIC X     VALUE SPACE.
           05 SS-NAME              PIC X(10).
           05 SS-ATP               PIC ZZZ,ZZ9-.
           05 FILLER               PIC X     VALUE SPACE.
           05 SS-PRICE-NOTE        PIC X(6).
           COPY PAGECTL.
           COPY RUNDATE.
        01 QUOTE-HEADING1.
              OPEN OUTPUT QTLN-FILE
              CLOSE QTLN-FILE
              OPEN I-O QTLN-FILE.
        SHTO-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHTO-FILE.
        SHTO-ERROR-PROCESS.
           IF SHTO-FS NOT = "00"
              MOVE "Y" TO SHTO-MISSING.
        SALE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SALE-FILE.
        SALE-ERROR-PROCESS.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT CUST-FILE
                       PROD-FILE
                       SHTO-FILE
                 I-O   QTHD-FILE
                       QTLN-FILE
                 EXTEND SALE-FILE
            PERFORM 060-CHOICE.
            CLOSE CUST-FILE PROD-FILE QTHD-FILE QTLN-FILE
                  SALE-FILE OUT-FILE.
            IF SHTO-MISSING = "N"
               CLOSE SHTO-FILE
            END-IF.
            EXIT PROGRAM.
        050-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               AND PRO-DISCONTINUED OF PROD-REC
               MOVE "D" TO WS-KEY-ERR
            END-IF.
            IF WS-KEY-ERR = "D"
               DISPLAY "PRODUCT DISCONTINUED - NOT QUOTABLE"
                       LINE 20 POSITION 10
            ELSE
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
                  DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 340-OFFER-SUBST-RTN
                  PERFORM 350-WRITE-QUOTE-LINE-RTN
               END-IF
            END-IF
            END-IF.
            DISPLAY "續列產品 ?(Y/N) :" LINE 13 POSITION 10.
            ACCEPT LINE-CONTI LINE 13 POSITION 30.
      * 報價與開票同源:先查客戶價格矩陣之合約價(含數量級距)，
      * 查無時取產品主檔售價
        330-QUOTE-PRICE-RTN.
            MOVE WS-CUS-NO-IN       TO PL-CUS-NO OF PRICE-REQ.
            MOVE PRO-NO OF PROD-REC TO PL-PRO-NO OF PRICE-REQ.
            MOVE WS-RUN-DATE-NUM    TO PL-DATE OF PRICE-REQ.
            ELSE
               MOVE PRO-PRICE OF PROD-REC TO WS-PRICE-USED
            END-IF.
      * 可承諾量不足報價數量時列出核准之替代品供改選;照原品價格
      * 者先以原品取價再改替代品，否則由替代品重新取價
        340-OFFER-SUBST-RTN.
            MOVE "N" TO WS-KEEP-PRICE.
            MOVE PRO-NO OF PROD-REC TO AP-PRO-NO OF ATP-REQ.
            CALL "AtpLook" USING ATP-REQ.
            MOVE ZERO TO SL-COUNT OF SUBL-REQ.
            IF AP-ATP OF ATP-REQ < WS-QTY-IN
               MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF SUBL-REQ
               CALL "SubstLook" USING SUBL-REQ
            END-IF.
            IF SL-COUNT OF SUBL-REQ > ZERO
               DISPLAY "可承諾量不足，替代品 :"
                       LINE 8 POSITION 38
               MOVE 9 TO WS-SUBST-LINE
               PERFORM 342-SHOW-SUBST-RTN
                  VARYING WS-SUBST-SUB FROM 1 BY 1
                  UNTIL WS-SUBST-SUB > SL-COUNT OF SUBL-REQ
               MOVE ZERO TO WS-SUBST-PICK
               DISPLAY "選用 (0=原品) :" LINE 14 POSITION 38
               ACCEPT WS-SUBST-PICK LINE 14 POSITION 56
               IF WS-SUBST-PICK > ZERO
                  AND WS-SUBST-PICK NOT > SL-COUNT OF SUBL-REQ
                  PERFORM 344-TAKE-SUBST-RTN
               END-IF
               PERFORM 346-CLEAR-SUBST-RTN
                  VARYING WS-SUBST-LINE FROM 8 BY 1
                  UNTIL WS-SUBST-LINE > 14
            END-IF.
        342-SHOW-SUBST-RTN.
            MOVE WS-SUBST-SUB TO SS-NO.
            MOVE SL-SUB-PRO-NO OF SUBL-REQ (WS-SUBST-SUB) TO SS-PRO-NO.
            MOVE SL-SUB-NAME OF SUBL-REQ (WS-SUBST-SUB) TO SS-NAME.
            MOVE SL-ATP OF SUBL-REQ (WS-SUBST-SUB) TO SS-ATP.
            IF SL-SAME-PRICE OF SUBL-REQ (WS-SUBST-SUB) = "Y"
               MOVE "原價" TO SS-PRICE-NOTE
            ELSE
               MOVE SPACES TO SS-PRICE-NOTE
            END-IF.
            DISPLAY SUBST-SHOW-LINE LINE WS-SUBST-LINE POSITION 38.
            ADD 1 TO WS-SUBST-LINE.
        344-TAKE-SUBST-RTN.
            IF SL-SAME-PRICE OF SUBL-REQ (WS-SUBST-PICK) = "Y"
               PERFORM 330-QUOTE-PRICE-RTN
               MOVE "Y" TO WS-KEEP-PRICE
            END-IF.
            MOVE SL-SUB-PRO-NO OF SUBL-REQ (WS-SUBST-PICK)
                 TO PRO-NO OF PROD-REC.
            READ PROD-FILE
               INVALID KEY CONTINUE
            END-READ.
            DISPLAY PRO-NO OF PROD-REC LINE 9 POSITION 23.
        346-CLEAR-SUBST-RTN.
            DISPLAY SUBST-BLANK LINE WS-SUBST-LINE POSITION 38.
        350-WRITE-QUOTE-LINE-RTN.
            IF WS-KEEP-PRICE = "N"
               PERFORM 330-QUOTE-PRICE-RTN
            END-IF.
            MOVE PRO-TAX-CLASS OF PROD-REC
                 TO TL-CLASS OF TAXL-REQ.
            MOVE WS-RUN-DATE-NUM TO TL-DATE OF TAXL-REQ.
                          QH-STATUS OF QTHD-REC
                          LINE 20 POSITION 10
               ELSE
                  MOVE "N" TO WS-SHIP-OK
                  PERFORM 605-ACCEPT-SHIP-TO-RTN
                     UNTIL WS-SHIP-OK = "Y"
                  PERFORM 610-CONVERT-LINES-RTN
                  MOVE "W" TO QH-STATUS OF QTHD-REC
                  REWRITE QTHD-REC
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 送貨地址代號須為報價客戶於送貨地址檔所建者;空白表示
      * 送至帳單地址
        605-ACCEPT-SHIP-TO-RTN.
            MOVE SPACES TO WS-SHIP-TO.
            DISPLAY "送貨代號 :" LINE 6 POSITION 10.
            ACCEPT WS-SHIP-TO LINE 6 POSITION 23.
            IF WS-SHIP-TO = SPACES
               DISPLAY "送至帳單地址" LINE 7 POSITION 10
               MOVE "Y" TO WS-SHIP-OK
            ELSE
               MOVE "N" TO WS-KEY-ERR
               IF SHTO-MISSING = "Y"
                  MOVE "Y" TO WS-KEY-ERR
               ELSE
                  MOVE QH-CUS-NO OF QTHD-REC TO STO-CUS-NO OF SHTO-REC
                  MOVE WS-SHIP-TO TO STO-CODE OF SHTO-REC
                  READ SHTO-FILE
                     INVALID KEY MOVE "Y" TO WS-KEY-ERR
                  END-READ
               END-IF
               IF WS-KEY-ERR = "Y"
                  DISPLAY "SHIP-TO NOT ON FILE FOR CUSTOMER"
                          LINE 20 POSITION 10
               ELSE
                  DISPLAY STO-NAME OF SHTO-REC " "
                          STO-ADDRESS-1 OF SHTO-REC
                          LINE 7 POSITION 10
                  MOVE "Y" TO WS-SHIP-OK
               END-IF
            END-IF.
        610-CONVERT-LINES-RTN.
            MOVE 0 TO CONV-CNT.
            MOVE WS-QUOTE-IN TO QD-QUOTE-NO OF QTLN-REC.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE RUN-DATE TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD
                 TO SALE-NO OF SALE-REC.
            MOVE QD-PRO-NO OF QTLN-REC TO PRODUCT-NO OF SALE-REC.
            MOVE QD-PRICE OF QTLN-REC  TO PRICE OF SALE-REC.
            MOVE SPACES TO RETURN-SALE-NO OF SALE-REC.
            MOVE QH-CUS-NO OF QTHD-REC TO CUST-NO OF SALE-REC.
            MOVE SPACES TO ORDER-NO OF SALE-REC.
            MOVE WS-SHIP-TO TO SHIP-TO-CODE OF SALE-REC.
            PERFORM 635-PROMO-CODE-RTN.
            WRITE SALE-REC.
            ADD 1 TO CONV-CNT.
            PERFORM 620-READ-LINE-NEXT.
      * 報價單價恰為轉單日之促銷價者，銷售行記下促銷代號
        635-PROMO-CODE-RTN.
            MOVE QH-CUS-NO OF QTHD-REC TO PL-CUS-NO OF PRICE-REQ.
            MOVE QD-PRO-NO OF QTLN-REC TO PL-PRO-NO OF PRICE-REQ.
            MOVE WS-RUN-DATE-NUM       TO PL-DATE OF PRICE-REQ.
            MOVE QD-QTY OF QTLN-REC    TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
            IF PL-PROMO-CODE OF PRICE-REQ NOT = SPACES
               AND PL-PRICE OF PRICE-REQ = QD-PRICE OF QTLN-REC
               MOVE PL-PROMO-CODE OF PRICE-REQ
                    TO PROMO-CODE OF SALE-REC
            ELSE
               MOVE SPACES TO PROMO-CODE OF SALE-REC
            END-IF.

      * 過期追蹤表:有效期限已過之未結報價列表並改註過期
        700-CHASE-RTN.
            END-IF.
            PERFORM 710-READ-HEAD-NEXT.

      * 狀態維護:人工改註成交/未成交;首次改註未成交者詢問原因
      * ，各報價行記入流失銷售檔
        800-STATUS-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "報價單號 :" LINE 4 POSITION 10.
               DISPLAY "新狀態 (W/L) :" LINE 8 POSITION 10
               ACCEPT WS-STATUS-IN LINE 8 POSITION 26
               IF WS-STATUS-IN = "W" OR WS-STATUS-IN = "L"
                  IF WS-STATUS-IN = "L" AND NOT QH-LOST OF QTHD-REC
                     PERFORM 810-LOST-LINES-RTN
                  END-IF
                  MOVE WS-STATUS-IN TO QH-STATUS OF QTHD-REC
                  REWRITE QTHD-REC
                     INVALID KEY
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        810-LOST-LINES-RTN.
            MOVE "P" TO LS-REASON OF LOST-REC.
            PERFORM 830-ACCEPT-REASON-RTN.
            PERFORM 830-ACCEPT-REASON-RTN
               UNTIL LS-REASON-OK OF LOST-REC.
            MOVE 0 TO LOST-CNT.
            MOVE WS-QUOTE-IN TO QD-QUOTE-NO OF QTLN-REC.
            MOVE ZERO        TO QD-LINE-NO OF QTLN-REC.
            MOVE "N" TO WS-LINE-EOF.
            START QTLN-FILE KEY IS NOT LESS THAN QD-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            PERFORM 620-READ-LINE-NEXT.
            PERFORM 820-LOST-ONE-RTN UNTIL WS-LINE-EOF = "Y".
            DISPLAY "LOST SALES RECORDED : " LOST-CNT
                    LINE 18 POSITION 10.
        820-LOST-ONE-RTN.
            MOVE QD-PRO-NO OF QTLN-REC TO LS-PRO-NO OF LOST-REC.
            MOVE QH-CUS-NO OF QTHD-REC TO LS-CUS-NO OF LOST-REC.
            MOVE RUN-YY                TO LS-YY OF LOST-REC.
            MOVE RUN-MM                TO LS-MM OF LOST-REC.
            MOVE RUN-DD                TO LS-DD OF LOST-REC.
            MOVE QD-QTY OF QTLN-REC    TO LS-QTY OF LOST-REC.
            MOVE "Quotation"           TO LS-SOURCE OF LOST-REC.
            MOVE WS-QUOTE-IN           TO LS-REF-NO OF LOST-REC.
            CALL "LostSale" USING LOST-REC.
            ADD 1 TO LOST-CNT.
            PERFORM 620-READ-LINE-NEXT.
        830-ACCEPT-REASON-RTN.
            DISPLAY "原因 S缺貨 P價格 L交期 :"
                    LINE 10 POSITION 10.
            ACCEPT LS-REASON OF LOST-REC LINE 10 POSITION 35 UPDATE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            MOVE "QUOTE.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO QTLN-FILE-NAME.
            MOVE "SHIPTO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHTO-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-FILE-NAME.
