      **                               (SAM91.CBL) 與過帳 (SALEPOST.
      **                               CBL) 以同一訂單編號整批處理
      **                               對照 (QUOTE.CBL) 之多行輸入與
      **                               (SALEIMP.CBL) 之檢核項目;
      **                               訂單可指定客戶送貨地址代號
      **                               (SHIPTO.DAT)，隨各銷售行帶到
      **                               出貨單 (DELIVERY.CBL)，空白為
      **                               送至帳單地址;各行依可承諾量
      **                               (ATPLOOK.CBL) 訂出承諾出貨日，
      **                               釋出後列印訂單確認書
      **                               (ORDERACK.OUT) 附單價、營業稅
      **                               與各行承諾出貨日;可承諾量不足
      **                               時列出核准之替代品
      **                               (SUBLOOK.CBL) 與其可承諾量供
      **                               改選，照原品價格者沿用原品
      **                               單價;表頭另記要求出貨日，晚於
      **                               今日之訂單以狀態 F 保留不釋出
      **                               ，由每日批次之訂單釋出步驟
      **                               (SORDREL.CBL) 於出貨日到時釋出
      **                               ;訂單行可註記直送，經直送
      **                               訂購單副程式 (DSHPPO.CBL) 向
      **                               廠商開立附客戶送貨地址之訂購
      **                               單，該行不釋出、不動庫存，俟
      **                               廠商出貨確認 (DSHPCONF.CBL)
      **                               後方釋出開立發票;可承諾量
      **                               不足而客戶放棄之訂單行不成行
      **                               ，經副程式 (LOSTLOG.CBL) 記入
      **                               流失銷售檔(附原因);已淘汰(D)
      **                               之產品不接受下單

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SaleOrder.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-NO
                  FILE STATUS IS SLMN-FS.
           SELECT SHTO-FILE ASSIGN TO RANDOM SHTO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STO-KEY
                  FILE STATUS IS SHTO-FS.
           SELECT SALE-FILE ASSIGN TO RANDOM SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SALE-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SLMN-FILE
           LABEL RECORD IS STANDARD.
           COPY SLMNCOPY REPLACING ==SLMN-GRP== BY ==SLMN-REC==.
        FD SHTO-FILE
           LABEL RECORD IS STANDARD.
           COPY SHTOCOPY REPLACING ==SHTO-GRP== BY ==SHTO-REC==.
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SLMN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHTO-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SALE-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 LINE-CONTI   PIC A  VALUE "Y".
        77 CUST-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 SLMN-FS      PIC XX.
        77 SHTO-FS      PIC XX.
        77 SHTO-MISSING PIC X  VALUE "N".
        77 SALE-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-CUS-NO-IN PIC X(4).
        77 WS-ORDER-DATE PIC 9(8) VALUE 0.
        77 WS-SHIP-DATE PIC 9(8) VALUE 0.
        77 SHIP-FUTURE-OK PIC X VALUE "Y".
        77 WS-NEW-STATUS PIC X  VALUE "R".
        77 WS-QTY-IN    PIC 9(4) VALUE 0.
        77 WS-PRICE-IN  PIC 9(4)V99 VALUE 0.
        77 WS-SLMN-IN   PIC X(4).
        77 WS-SHIP-TO   PIC X(3) VALUE SPACES.
        77 WS-SHIP-OK   PIC X  VALUE "N".
        77 WS-LINE-NO   PIC 9(3) VALUE 0.
        77 WS-LINE-EOF  PIC X  VALUE "N".
        77 NN-SERIES    PIC X(8) VALUE "SORDER".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-ORDER-NO  PIC X(6) VALUE SPACES.
        77 PERIOD-FLAG  PIC X  VALUE "O".
        77 DC-FUTURE-OK PIC X  VALUE "N".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-PROMISE-DATE PIC 9(8) VALUE 0.
        77 WS-AMOUNT    PIC 9(8)V99 VALUE 0.
        77 WS-VAT       PIC 9(7)V99 VALUE 0.
        77 ORDER-TOTAL  PIC 9(9)V99 VALUE 0.
        77 ORDER-VAT    PIC 9(9)V99 VALUE 0.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY TAXLREQ REPLACING ==TAXL-REQ-GRP== BY ==TAXL-REQ==.
           COPY ATPLREQ REPLACING ==ATPL-REQ-GRP== BY ==ATP-REQ==.
           COPY SUBLREQ REPLACING ==SUBL-REQ-GRP== BY ==SUBL-REQ==.
        77 WS-SUBST-PICK PIC 9(1) VALUE 0.
        77 WS-SUBST-SUB PIC 9(1) VALUE 0.
        77 WS-SUBST-LINE PIC 99 VALUE 0.
        77 SUBST-BLANK  PIC X(42) VALUE SPACES.
        77 WS-DROP-SHIP PIC X  VALUE "N".
        77 WS-DS-VEND   PIC X(4) VALUE SPACES.
        77 WS-DECLINED  PIC X  VALUE "N".
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.
           COPY DSHPREQ REPLACING ==DSHP-REQ-GRP== BY ==DSHP-REQ==.
        01 SUBST-SHOW-LINE.
           05 SS-NO                PIC 9.
           05 FILLER               PIC X     VALUE ".".
           05 SS-PRO-NO            PIC X(13).
           05 FILLER               PIC X     VALUE SPACE.
           05 SS-NAME              PIC X(10).
           05 SS-ATP               PIC ZZZ,ZZ9-.
           05 FILLER               PIC X     VALUE SPACE.
           05 SS-PRICE-NOTE        PIC X(6).
           COPY RUNDATE.
        01 ACK-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 ACK-HEADING2.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "訂 單 確 認".
        01 ACK-NO-LINE.
           05 FILLER            PIC X(11) VALUE "ORDER NO   ".
           05 AK-ORDER-NO       PIC X(6).
           05 FILLER            PIC X(9)  VALUE "   DATE: ".
           05 AK-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(9)  VALUE "   SHIP: ".
           05 AK-SHIP-DATE      PIC 9999/99/99.
        01 ACK-CUST-LINE.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 AK-CUS-NO         PIC X(4).
           05 FILLER            PIC X(3).
           05 AK-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(3).
           05 AK-CUS-ADDRESS    PIC X(20).
        01 ACK-SHIP-LINE.
           05 FILLER            PIC X(12) VALUE "送貨地址".
           05 AK-SHIP-NAME      PIC X(20).
           05 FILLER            PIC X(1).
           05 AK-SHIP-ADDRESS   PIC X(30).
        01 ACK-DETAIL-HEADING.
           05 FILLER            PIC X(4)  VALUE "行".
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(13) VALUE "產品名稱".
           05 FILLER            PIC X(7)  VALUE "數量".
           05 FILLER            PIC X(9)  VALUE "單價".
           05 FILLER            PIC X(10) VALUE "金額".
           05 FILLER            PIC X(10) VALUE "營業稅".
           05 FILLER            PIC X(12) VALUE "承諾出貨".
        01 ACK-DETAIL-LINE.
           05 AK-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(1).
           05 AK-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1).
           05 AK-PRO-NAME       PIC X(10).
           05 FILLER            PIC X(1).
           05 AK-QTY            PIC Z,ZZ9.
           05 FILLER            PIC X(1).
           05 AK-PRICE          PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1).
           05 AK-AMOUNT         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1).
           05 AK-VAT            PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1).
           05 AK-PROMISE        PIC X(10).
        01 AK-PROMISE-EDIT      PIC 9999/99/99.
        01 ACK-TOTAL-LINE.
           05 FILLER      PIC X(22) VALUE "訂單金額合計..".
           05 AK-TOTAL    PIC ZZ,ZZZ,ZZ9.99.
        01 ACK-VAT-LINE.
           05 FILLER      PIC X(22) VALUE "營業稅合計....".
           05 AK-VAT-TOTAL PIC ZZ,ZZZ,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS = "35"
              OPEN OUTPUT SOHD-FILE
              CLOSE SOHD-FILE
              OPEN I-O SOHD-FILE
           ELSE
              IF SOHD-FS NOT = "00"
                 DISPLAY "SORDER.HDR FILE STATUS = " SOHD-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS = "35"
              OPEN OUTPUT SOLN-FILE
              CLOSE SOLN-FILE
              OPEN I-O SOLN-FILE
           ELSE
              IF SOLN-FS NOT = "00"
                 DISPLAY "SORDER.LIN FILE STATUS = " SOLN-FS
                         " - RUN FileConvert/SaleNoConvert"
                         " IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF SLMN-FS NOT = "00"
              DISPLAY "ERROR OPENING SLMN-FILE, FILE STATUS = " SLMN-FS
              EXIT PROGRAM.
        SHTO-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHTO-FILE.
        SHTO-ERROR-PROCESS.
           IF SHTO-FS NOT = "00"
              MOVE "Y" TO SHTO-MISSING.
        SALE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SALE-FILE.
        SALE-ERROR-PROCESS.
           IF SALE-FS NOT = "00"
              OPEN OUTPUT SALE-FILE.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
                 INPUT  CUST-FILE
                        PROD-FILE
                        SLMN-FILE
                        SHTO-FILE
                 EXTEND SALE-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-ORDER-RTN UNTIL CONTI = "N".
            CLOSE SOHD-FILE SOLN-FILE CUST-FILE PROD-FILE
                  SLMN-FILE SALE-FILE OUT-FILE.
            IF SHTO-MISSING = "N"
               CLOSE SHTO-FILE
            END-IF.
            EXIT PROGRAM.
        100-ORDER-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
                  MOVE "N" TO DC-RESULT
                  PERFORM 150-ACCEPT-DATE-RTN
                     UNTIL DC-RESULT = "Y"
                  MOVE "N" TO DC-RESULT
                  PERFORM 155-ACCEPT-SHIP-DATE-RTN
                     UNTIL DC-RESULT = "Y"
                  MOVE "N" TO WS-SHIP-OK
                  PERFORM 160-ACCEPT-SHIP-TO-RTN
                     UNTIL WS-SHIP-OK = "Y"
                  PERFORM 200-START-ORDER-RTN
                  MOVE "Y" TO LINE-CONTI
                  PERFORM 300-ORDER-LINE-RTN UNTIL LINE-CONTI = "N"
                  MOVE "N" TO DC-RESULT
               END-IF
            END-IF.
      * 要求出貨日不得早於訂單日;未輸入者以訂單日為準
        155-ACCEPT-SHIP-DATE-RTN.
            MOVE ZERO TO WS-SHIP-DATE.
            DISPLAY "要求出貨日 (YYYYMMDD) :" LINE 6 POSITION 45.
            ACCEPT WS-SHIP-DATE LINE 6 POSITION 70.
            IF WS-SHIP-DATE = ZERO
               MOVE WS-ORDER-DATE TO WS-SHIP-DATE
               MOVE "Y" TO DC-RESULT
            ELSE
               CALL "DateCheck" USING WS-SHIP-DATE SHIP-FUTURE-OK
                                      DC-RESULT DC-MESSAGE
               IF DC-RESULT NOT = "Y"
                  DISPLAY "INVALID DATE - " DC-MESSAGE
                          LINE 7 POSITION 10
               ELSE
                  IF WS-SHIP-DATE < WS-ORDER-DATE
                     DISPLAY "SHIP DATE BEFORE ORDER DATE"
                             LINE 7 POSITION 10
                     MOVE "N" TO DC-RESULT
                  END-IF
               END-IF
            END-IF.
            IF DC-RESULT = "Y"
               DISPLAY WS-SHIP-DATE LINE 6 POSITION 70
            END-IF.
      * 送貨地址代號須為該客戶於送貨地址檔所建者;空白表示送至
      * 帳單地址
        160-ACCEPT-SHIP-TO-RTN.
            MOVE SPACES TO WS-SHIP-TO.
            DISPLAY "送貨代號 :" LINE 8 POSITION 40.
            ACCEPT WS-SHIP-TO LINE 8 POSITION 52.
            IF WS-SHIP-TO = SPACES
               DISPLAY "送至帳單地址" LINE 9 POSITION 40
               MOVE "Y" TO WS-SHIP-OK
            ELSE
               MOVE "N" TO WS-KEY-ERR
               IF SHTO-MISSING = "Y"
                  MOVE "Y" TO WS-KEY-ERR
               ELSE
                  MOVE WS-CUS-NO-IN TO STO-CUS-NO OF SHTO-REC
                  MOVE WS-SHIP-TO   TO STO-CODE OF SHTO-REC
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
                          LINE 9 POSITION 40
                  MOVE "Y" TO WS-SHIP-OK
               END-IF
            END-IF.
        200-START-ORDER-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-ORDER-NO.
            MOVE WS-ORDER-DATE TO SO-DATE OF SOHD-REC.
            MOVE "O"           TO SO-STATUS OF SOHD-REC.
            MOVE ZERO          TO SO-LINE-COUNT OF SOHD-REC.
            MOVE WS-SHIP-DATE  TO SO-SHIP-DATE OF SOHD-REC.
            MOVE WS-SHIP-TO    TO SO-SHIP-TO OF SOHD-REC.
            WRITE SOHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE ORDER NUMBER !! " WS-ORDER-NO
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               AND PRO-DISCONTINUED OF PROD-REC
               MOVE "D" TO WS-KEY-ERR
            END-IF.
            IF WS-KEY-ERR = "D"
               DISPLAY "PRODUCT DISCONTINUED - NOT ORDERABLE"
                       LINE 20 POSITION 10
            ELSE
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 330-DEFAULT-PRICE-RTN
                  PERFORM 320-ACCEPT-DROP-SHIP-RTN
                  MOVE "N" TO WS-DECLINED
                  IF WS-DROP-SHIP = "N"
                     PERFORM 340-OFFER-SUBST-RTN
                     PERFORM 360-DECLINE-RTN
                  END-IF
                  IF WS-DECLINED = "N"
                     DISPLAY "單價 :" LINE 14 POSITION 10
                     ACCEPT WS-PRICE-IN LINE 14 POSITION 18 UPDATE
                     PERFORM 350-ACCEPT-SALESMAN-RTN
                     IF WS-KEY-ERR = "N"
                        PERFORM 380-WRITE-LINE-RTN
                     END-IF
                  END-IF
               END-IF
            END-IF
            END-IF.
            DISPLAY "續列產品 ?(Y/N) :" LINE 18 POSITION 10.
            ACCEPT LINE-CONTI LINE 18 POSITION 30.
      * 直送行由廠商逕送客戶，廠商預設為產品主檔之供應廠商，
      * 可改寫;廠商空白表示改由倉庫出貨
        320-ACCEPT-DROP-SHIP-RTN.
            MOVE "N" TO WS-DROP-SHIP.
            DISPLAY "直送 (Y/N) :" LINE 12 POSITION 40.
            ACCEPT WS-DROP-SHIP LINE 12 POSITION 53 UPDATE.
            DISPLAY SUBST-BLANK LINE 13 POSITION 38.
            DISPLAY SUBST-BLANK LINE 14 POSITION 38.
            IF WS-DROP-SHIP = "Y"
               MOVE PRO-VEND-NO OF PROD-REC TO WS-DS-VEND
               MOVE "N" TO DS-RESULT OF DSHP-REQ
               PERFORM 325-ACCEPT-DS-VEND-RTN
                  UNTIL DS-RESULT OF DSHP-REQ = "Y"
                     OR WS-DROP-SHIP = "N"
            ELSE
               MOVE "N" TO WS-DROP-SHIP
            END-IF.
        325-ACCEPT-DS-VEND-RTN.
            DISPLAY "直送廠商 :" LINE 13 POSITION 40.
            ACCEPT WS-DS-VEND LINE 13 POSITION 52 UPDATE.
            IF WS-DS-VEND = SPACES
               MOVE "N" TO WS-DROP-SHIP
               DISPLAY "改由倉庫出貨" LINE 14 POSITION 40
            ELSE
               MOVE "V"        TO DS-FUNC OF DSHP-REQ
               MOVE WS-DS-VEND TO DS-VEND-NO OF DSHP-REQ
               CALL "DropShipPo" USING DSHP-REQ
               IF DS-RESULT OF DSHP-REQ = "Y"
                  DISPLAY DS-VEND-NAME OF DSHP-REQ
                          LINE 14 POSITION 40
               ELSE
                  DISPLAY DS-MESSAGE OF DSHP-REQ
                          LINE 20 POSITION 10
               END-IF
            END-IF.
        330-DEFAULT-PRICE-RTN.
            MOVE WS-CUS-NO-IN       TO PL-CUS-NO OF PRICE-REQ.
            MOVE PRO-NO OF PROD-REC TO PL-PRO-NO OF PRICE-REQ.
            ELSE
               MOVE PRO-PRICE OF PROD-REC TO WS-PRICE-IN
            END-IF.
      * 可承諾量不足訂購量時列出核准之替代品供改選;選用者改以
      * 替代品成行，照原品價格者沿用原品單價，否則重新取價
        340-OFFER-SUBST-RTN.
            MOVE PRO-NO OF PROD-REC TO AP-PRO-NO OF ATP-REQ.
            CALL "AtpLook" USING ATP-REQ.
            MOVE ZERO TO SL-COUNT OF SUBL-REQ.
            IF AP-ATP OF ATP-REQ < WS-QTY-IN
               MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF SUBL-REQ
               CALL "SubstLook" USING SUBL-REQ
            END-IF.
            IF SL-COUNT OF SUBL-REQ > ZERO
               DISPLAY "可承諾量不足，替代品 :"
                    LINE 9 POSITION 38
               MOVE 10 TO WS-SUBST-LINE
               PERFORM 342-SHOW-SUBST-RTN
                  VARYING WS-SUBST-SUB FROM 1 BY 1
                  UNTIL WS-SUBST-SUB > SL-COUNT OF SUBL-REQ
               MOVE ZERO TO WS-SUBST-PICK
               DISPLAY "選用 (0=原品) :" LINE 15 POSITION 38
               ACCEPT WS-SUBST-PICK LINE 15 POSITION 56
               IF WS-SUBST-PICK > ZERO
                  AND WS-SUBST-PICK NOT > SL-COUNT OF SUBL-REQ
                  PERFORM 344-TAKE-SUBST-RTN
               END-IF
               PERFORM 346-CLEAR-SUBST-RTN
                  VARYING WS-SUBST-LINE FROM 9 BY 1
                  UNTIL WS-SUBST-LINE > 15
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
            MOVE SL-SUB-PRO-NO OF SUBL-REQ (WS-SUBST-PICK)
                 TO PRO-NO OF PROD-REC.
            READ PROD-FILE
               INVALID KEY CONTINUE
            END-READ.
            DISPLAY PRO-NO OF PROD-REC LINE 10 POSITION 23.
            IF SL-SAME-PRICE OF SUBL-REQ (WS-SUBST-PICK) NOT = "Y"
               PERFORM 330-DEFAULT-PRICE-RTN
            END-IF.
        346-CLEAR-SUBST-RTN.
            DISPLAY SUBST-BLANK LINE WS-SUBST-LINE POSITION 38.
        350-ACCEPT-SALESMAN-RTN.
            DISPLAY "業務員 :" LINE 16 POSITION 10.
            ACCEPT WS-SLMN-IN LINE 16 POSITION 20.
            IF WS-KEY-ERR = "Y"
               DISPLAY "SALESMAN NOT ON MASTER" LINE 20 POSITION 10
            END-IF.
      * 可承諾量仍不足(未改選替代品或替代品亦不足)時詢問客戶
      * 是否放棄;放棄者該行不成行，記入流失銷售檔
        360-DECLINE-RTN.
            MOVE PRO-NO OF PROD-REC TO AP-PRO-NO OF ATP-REQ.
            CALL "AtpLook" USING ATP-REQ.
            IF AP-ATP OF ATP-REQ < WS-QTY-IN
               DISPLAY "可承諾量不足，客戶放棄 ?(Y/N) :"
                       LINE 9 POSITION 38
               ACCEPT WS-DECLINED LINE 9 POSITION 70
               IF WS-DECLINED = "Y"
                  MOVE "S" TO LS-REASON OF LOST-REC
                  PERFORM 365-ACCEPT-REASON-RTN
                  PERFORM 365-ACCEPT-REASON-RTN
                     UNTIL LS-REASON-OK OF LOST-REC
                  MOVE PRO-NO OF PROD-REC TO LS-PRO-NO OF LOST-REC
                  MOVE WS-CUS-NO-IN       TO LS-CUS-NO OF LOST-REC
                  MOVE RUN-YY             TO LS-YY OF LOST-REC
                  MOVE RUN-MM             TO LS-MM OF LOST-REC
                  MOVE RUN-DD             TO LS-DD OF LOST-REC
                  MOVE WS-QTY-IN          TO LS-QTY OF LOST-REC
                  MOVE "SaleOrder"        TO LS-SOURCE OF LOST-REC
                  MOVE WS-ORDER-NO        TO LS-REF-NO OF LOST-REC
                  CALL "LostSale" USING LOST-REC
                  DISPLAY "LOST SALE RECORDED" LINE 20 POSITION 10
               ELSE
                  MOVE "N" TO WS-DECLINED
               END-IF
               DISPLAY SUBST-BLANK LINE 9 POSITION 38
               DISPLAY SUBST-BLANK LINE 10 POSITION 38
            END-IF.
        365-ACCEPT-REASON-RTN.
            DISPLAY "原因 S缺貨 P價格 L交期 :"
                    LINE 10 POSITION 38.
            ACCEPT LS-REASON OF LOST-REC LINE 10 POSITION 63 UPDATE.
      * 承諾出貨日:可承諾量足夠者為今日，不足者取未結訂購單之
      * 最近預計到貨日，皆無時為零(確認書印「未定」);早於要求
      * 出貨日者以要求出貨日為準
        370-PROMISE-DATE-RTN.
            MOVE PRO-NO OF PROD-REC TO AP-PRO-NO OF ATP-REQ.
            CALL "AtpLook" USING ATP-REQ.
            IF AP-ATP OF ATP-REQ NOT < WS-QTY-IN
               MOVE WS-RUN-DATE-NUM TO WS-PROMISE-DATE
            ELSE
               MOVE AP-NEXT-DUE OF ATP-REQ TO WS-PROMISE-DATE
            END-IF.
            IF WS-PROMISE-DATE NOT = ZERO
               AND WS-PROMISE-DATE < WS-SHIP-DATE
               MOVE WS-SHIP-DATE TO WS-PROMISE-DATE
            END-IF.
            IF WS-PROMISE-DATE = ZERO
               DISPLAY "承諾出貨日 : 未定    "
                       LINE 17 POSITION 40
            ELSE
               DISPLAY "承諾出貨日 : " WS-PROMISE-DATE
                       LINE 17 POSITION 40
            END-IF.
      * 直送行之承諾出貨日即要求出貨日，由廠商依期出貨
        380-WRITE-LINE-RTN.
            IF WS-DROP-SHIP = "Y"
               MOVE WS-SHIP-DATE TO WS-PROMISE-DATE
               DISPLAY "承諾出貨日 : " WS-PROMISE-DATE
                       LINE 17 POSITION 40
            ELSE
               PERFORM 370-PROMISE-DATE-RTN
            END-IF.
            ADD 1 TO WS-LINE-NO.
            MOVE WS-ORDER-NO        TO SOL-ORDER-NO OF SOLN-REC.
            MOVE WS-LINE-NO         TO SOL-LINE-NO OF SOLN-REC.
            MOVE WS-PRICE-IN        TO SOL-PRICE OF SOLN-REC.
            MOVE WS-SLMN-IN         TO SOL-SALESMAN OF SOLN-REC.
            MOVE SPACES             TO SOL-SALE-NO OF SOLN-REC.
            MOVE WS-PROMISE-DATE    TO SOL-PROMISE-DATE OF SOLN-REC.
            MOVE "N"                TO SOL-DROP-SHIP OF SOLN-REC.
            MOVE SPACES             TO SOL-PO-NO OF SOLN-REC.
            IF WS-DROP-SHIP = "Y"
               PERFORM 390-DROP-SHIP-PO-RTN
            END-IF.
            WRITE SOLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE ORDER LINE !! "
                          SOL-KEY OF SOLN-REC
            END-WRITE.
      * 直送行向廠商開立訂購單，送貨地址為訂單之送貨地址，未指定
      * 者為客戶帳單地址;開單失敗者該行改由倉庫出貨
        390-DROP-SHIP-PO-RTN.
            MOVE "C"                TO DS-FUNC OF DSHP-REQ.
            MOVE WS-DS-VEND         TO DS-VEND-NO OF DSHP-REQ.
            MOVE PRO-NO OF PROD-REC TO DS-PRO-NO OF DSHP-REQ.
            MOVE WS-QTY-IN          TO DS-QTY OF DSHP-REQ.
            MOVE WS-ORDER-NO        TO DS-SO-NO OF DSHP-REQ.
            MOVE WS-LINE-NO         TO DS-SO-LINE OF DSHP-REQ.
            MOVE WS-SHIP-DATE       TO DS-PROMISE-DATE OF DSHP-REQ.
            IF WS-SHIP-TO = SPACES
               MOVE CM-CUS-NAME OF CUST-REC
                    TO DS-DELIV-NAME OF DSHP-REQ
               MOVE CM-ADDRESS OF CUST-REC
                    TO DS-DELIV-ADDRESS OF DSHP-REQ
            ELSE
               MOVE STO-NAME OF SHTO-REC
                    TO DS-DELIV-NAME OF DSHP-REQ
               MOVE STO-ADDRESS-1 OF SHTO-REC
                    TO DS-DELIV-ADDRESS OF DSHP-REQ
            END-IF.
            CALL "DropShipPo" USING DSHP-REQ.
            IF DS-RESULT OF DSHP-REQ = "Y"
               MOVE "Y" TO SOL-DROP-SHIP OF SOLN-REC
               MOVE DS-PO-NO OF DSHP-REQ TO SOL-PO-NO OF SOLN-REC
               DISPLAY "直送訂購單 : " DS-PO-NO OF DSHP-REQ
                       LINE 19 POSITION 40
            ELSE
               DISPLAY "DROP-SHIP PO NOT RAISED - "
                       DS-MESSAGE OF DSHP-REQ
                       LINE 20 POSITION 10
            END-IF.
      * 釋出:每行取一個銷售單號寫入 SAMPLE91.IN，行上記下單號，
      * 表頭改為已釋出;單號取號檔序號之末三碼，重複由編輯之
      * 單號檢核攔下;逐行同時列印訂單確認書
        400-RELEASE-ORDER-RTN.
            PERFORM 500-ACK-HEAD-RTN.
            MOVE WS-ORDER-NO TO SOL-ORDER-NO OF SOLN-REC.
            MOVE ZERO        TO SOL-LINE-NO OF SOLN-REC.
            MOVE "N" TO WS-LINE-EOF.
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            PERFORM 410-READ-LINE-NEXT.
            IF WS-SHIP-DATE > WS-RUN-DATE-NUM
               MOVE "F" TO WS-NEW-STATUS
               PERFORM 430-HOLD-LINE-RTN UNTIL WS-LINE-EOF = "Y"
            ELSE
               MOVE "R" TO WS-NEW-STATUS
               PERFORM 420-RELEASE-LINE-RTN UNTIL WS-LINE-EOF = "Y"
            END-IF.
            MOVE WS-ORDER-NO TO SO-NO OF SOHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SOHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE WS-NEW-STATUS TO SO-STATUS OF SOHD-REC
               MOVE WS-LINE-NO TO SO-LINE-COUNT OF SOHD-REC
               REWRITE SOHD-REC
                  INVALID KEY
                             WS-ORDER-NO
               END-REWRITE
            END-IF.
            MOVE ORDER-TOTAL TO AK-TOTAL.
            WRITE OUT-REC FROM ACK-TOTAL-LINE AFTER 2 LINES.
            MOVE ORDER-VAT TO AK-VAT-TOTAL.
            WRITE OUT-REC FROM ACK-VAT-LINE AFTER 1 LINES.
            IF WS-NEW-STATUS = "F"
               DISPLAY "ORDER HELD UNTIL SHIP DATE " WS-SHIP-DATE
                       LINE 20 POSITION 10
            ELSE
               DISPLAY "ORDER RELEASED TO SALES BATCH"
                       LINE 20 POSITION 10
            END-IF.
        410-READ-LINE-NEXT.
            READ SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LINE-EOF
               AND SOL-ORDER-NO OF SOLN-REC NOT = WS-ORDER-NO
               MOVE "Y" TO WS-LINE-EOF
            END-IF.
      * 直送行俟廠商出貨確認後方釋出，此處僅列入訂單確認書
        420-RELEASE-LINE-RTN.
            IF SOL-IS-DROP-SHIP OF SOLN-REC
               PERFORM 510-ACK-LINE-RTN
            ELSE
               PERFORM 422-RELEASE-SALE-RTN
            END-IF.
            PERFORM 410-READ-LINE-NEXT.
        422-RELEASE-SALE-RTN.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE WS-ORDER-DATE TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD
                 TO SALE-NO OF SALE-REC.
            MOVE SOL-PRO-NO OF SOLN-REC   TO PRODUCT-NO OF SALE-REC.
            MOVE SOL-PRICE OF SOLN-REC    TO PRICE OF SALE-REC.
            MOVE SPACES TO RETURN-SALE-NO OF SALE-REC.
            MOVE WS-CUS-NO-IN             TO CUST-NO OF SALE-REC.
            MOVE WS-ORDER-NO              TO ORDER-NO OF SALE-REC.
            MOVE WS-SHIP-TO               TO SHIP-TO-CODE OF SALE-REC.
            PERFORM 425-PROMO-CODE-RTN.
            WRITE SALE-REC.
            MOVE SALE-NO OF SALE-REC TO SOL-SALE-NO OF SOLN-REC.
            REWRITE SOLN-REC
                  DISPLAY "ERROR UPDATING SORDER.LIN FOR "
                          SOL-KEY OF SOLN-REC
            END-REWRITE.
            PERFORM 510-ACK-LINE-RTN.
      * 訂單行單價仍為訂單日之促銷價者，銷售行記下促銷代號
        425-PROMO-CODE-RTN.
            MOVE WS-CUS-NO-IN           TO PL-CUS-NO OF PRICE-REQ.
            MOVE SOL-PRO-NO OF SOLN-REC TO PL-PRO-NO OF PRICE-REQ.
            MOVE WS-ORDER-DATE          TO PL-DATE OF PRICE-REQ.
            MOVE SOL-QTY OF SOLN-REC    TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
            IF PL-PROMO-CODE OF PRICE-REQ NOT = SPACES
               AND PL-PRICE OF PRICE-REQ = SOL-PRICE OF SOLN-REC
               MOVE PL-PROMO-CODE OF PRICE-REQ
                    TO PROMO-CODE OF SALE-REC
            ELSE
               MOVE SPACES TO PROMO-CODE OF SALE-REC
            END-IF.
      * 保留之訂單:行不取銷售單號，僅列入訂單確認書
        430-HOLD-LINE-RTN.
            PERFORM 510-ACK-LINE-RTN.
            PERFORM 410-READ-LINE-NEXT.
      * 訂單確認書表頭:訂單編號、訂單日期、客戶與送貨地址
        500-ACK-HEAD-RTN.
            MOVE ZERO TO ORDER-TOTAL ORDER-VAT.
            WRITE OUT-REC FROM ACK-HEADING1 AFTER PAGE.
            WRITE OUT-REC FROM ACK-HEADING2 AFTER 2 LINES.
            MOVE WS-ORDER-NO   TO AK-ORDER-NO.
            MOVE WS-ORDER-DATE TO AK-DATE.
            MOVE WS-SHIP-DATE  TO AK-SHIP-DATE.
            WRITE OUT-REC FROM ACK-NO-LINE AFTER 2 LINES.
            MOVE CM-CUS-NO OF CUST-REC   TO AK-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC TO AK-CUS-NAME.
            MOVE CM-ADDRESS OF CUST-REC  TO AK-CUS-ADDRESS.
            WRITE OUT-REC FROM ACK-CUST-LINE AFTER 2 LINES.
            IF WS-SHIP-TO NOT = SPACES
               MOVE STO-NAME OF SHTO-REC      TO AK-SHIP-NAME
               MOVE STO-ADDRESS-1 OF SHTO-REC TO AK-SHIP-ADDRESS
               WRITE OUT-REC FROM ACK-SHIP-LINE AFTER 1 LINES
            END-IF.
            WRITE OUT-REC FROM ACK-DETAIL-HEADING AFTER 2 LINES.
      * 營業稅依產品稅別與客戶免稅註記，以訂單日之稅率計算
        510-ACK-LINE-RTN.
            MOVE SOL-PRO-NO OF SOLN-REC TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO AK-PRO-NAME
               MOVE SPACES TO TL-CLASS OF TAXL-REQ
            ELSE
               MOVE PRO-NAME OF PROD-REC TO AK-PRO-NAME
               MOVE PRO-TAX-CLASS OF PROD-REC
                    TO TL-CLASS OF TAXL-REQ
            END-IF.
            MOVE WS-ORDER-DATE TO TL-DATE OF TAXL-REQ.
            MOVE CM-TAX-EXEMPT OF CUST-REC
                 TO TL-EXEMPT OF TAXL-REQ.
            CALL "TaxLook" USING TAXL-REQ.
            COMPUTE WS-AMOUNT = SOL-PRICE OF SOLN-REC
                              * SOL-QTY OF SOLN-REC.
            COMPUTE WS-VAT ROUNDED =
                    WS-AMOUNT * TL-RATE OF TAXL-REQ.
            ADD WS-AMOUNT TO ORDER-TOTAL.
            ADD WS-VAT    TO ORDER-VAT.
            MOVE SOL-LINE-NO OF SOLN-REC TO AK-LINE-NO.
            MOVE SOL-PRO-NO OF SOLN-REC  TO AK-PRO-NO.
            MOVE SOL-QTY OF SOLN-REC     TO AK-QTY.
            MOVE SOL-PRICE OF SOLN-REC   TO AK-PRICE.
            MOVE WS-AMOUNT               TO AK-AMOUNT.
            MOVE WS-VAT                  TO AK-VAT.
            IF SOL-PROMISE-DATE OF SOLN-REC = ZERO
               MOVE "未定" TO AK-PROMISE
            ELSE
               MOVE SOL-PROMISE-DATE OF SOLN-REC TO AK-PROMISE-EDIT
               MOVE AK-PROMISE-EDIT TO AK-PROMISE
            END-IF.
            WRITE OUT-REC FROM ACK-DETAIL-LINE AFTER 1 LINES.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            MOVE "SALESMAN.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SLMN-FILE-NAME.
            MOVE "SHIPTO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHTO-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-FILE-NAME.
            MOVE "ORDERACK.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
