      **                               ，價格先查客戶價格矩陣再取
      **                               主檔售價;產生後依頻率推進
      **                               下次產生日，並印產生清單，
      **                               漏產之週一望即知;產品已淘汰
      **                               (D)之長期訂單不產生、不推進
      **                               下次產生日，逐筆列於清單待
      **                               業務與客戶改訂
      **                               對照 (SORDENT.CBL) 之釋出
      **                               銷售

        77 SKIP-FLAG    PIC X  VALUE "N".
        77 GEN-CNT      PIC 9(4) VALUE 0.
        77 SKIP-CNT     PIC 9(4) VALUE 0.
        77 DISC-FLAG    PIC X  VALUE "N".
        77 DISC-CNT     PIC 9(4) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-DATE-INT  PIC 9(8) VALUE 0.
        01 WS-NEXT-R.
           05 WS-NEXT-DD PIC 9(2).
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-PRICE-USED PIC 9(5)V99 VALUE 0.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY PAGECTL.
           05 FILLER            PIC X(8)  VALUE "銷售單".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "下次產生".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "備註".
        01 DETAIL-LINE.
           05 GL-ST-NO          PIC X(6).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(3).
           05 GL-QTY            PIC Z,ZZ9.
           05 FILLER            PIC X(3).
           05 GL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(2).
           05 GL-NEXT-RUN       PIC 9(8).
           05 FILLER            PIC X(3).
           05 GL-REMARK         PIC X(16).
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "ORDERS GENERATED  : ".
           05 SL-GEN-CNT        PIC ZZZ9.
        01 SUMMARY-LINE2.
           05 FILLER            PIC X(20) VALUE "ORDERS SKIPPED    : ".
           05 SL-SKIP-CNT       PIC ZZZ9.
        01 SUMMARY-LINE3.
           05 FILLER            PIC X(20) VALUE "DISCONTINUED ITEMS: ".
           05 SL-DISC-CNT       PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE "  (FOLLOW UP)".
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
            MOVE SKIP-CNT TO SL-SKIP-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE  AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE2 AFTER 2 LINES.
            IF DISC-CNT > ZERO
               MOVE DISC-CNT TO SL-DISC-CNT
               WRITE OUT-REC FROM SUMMARY-LINE3 AFTER 2 LINES
            END-IF.
            DISPLAY "STANDING ORDERS GENERATED : " GEN-CNT.
            CLOSE STND-FILE CUST-FILE PROD-FILE SLMN-FILE
                  SALE-FILE OUT-FILE.
               PERFORM 410-VALIDATE-RTN
               IF SKIP-FLAG = "Y"
                  ADD 1 TO SKIP-CNT
                  IF DISC-FLAG = "Y"
                     PERFORM 610-DISC-LINE-RTN
                  END-IF
               ELSE
                  PERFORM 500-GENERATE-RTN
                  PERFORM 550-ADVANCE-RTN
            END-IF.
            PERFORM 300-READ-STND-RTN.
      * 比照匯入檢核:客戶/產品/業務員須仍在主檔，缺者略過並
      * 列入略過筆數;產品已淘汰者另標記，列於清單待處理
        410-VALIDATE-RTN.
            MOVE "N" TO SKIP-FLAG DISC-FLAG.
            MOVE ST-CUS-NO OF STND-REC TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO SKIP-FLAG
            ELSE
               IF PRO-DISCONTINUED OF PROD-REC
                  MOVE "Y" TO SKIP-FLAG DISC-FLAG
               END-IF
            END-IF.
            MOVE ST-SALESMAN OF STND-REC TO SM-NO OF SLMN-REC.
            MOVE "N" TO WS-KEY-ERR.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE RUN-DATE TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD
                 TO SALE-NO OF SALE-REC.
            MOVE ST-PRO-NO OF STND-REC  TO PRODUCT-NO OF SALE-REC.
            MOVE WS-PRICE-USED          TO PRICE OF SALE-REC.
            MOVE SPACES TO RETURN-SALE-NO OF SALE-REC.
            MOVE ST-CUS-NO OF STND-REC  TO CUST-NO OF SALE-REC.
            MOVE SPACES TO ORDER-NO OF SALE-REC.
            MOVE PL-PROMO-CODE OF PRICE-REQ TO PROMO-CODE OF SALE-REC.
            MOVE SPACES TO SHIP-TO-CODE OF SALE-REC.
            WRITE SALE-REC.
      * 推進下次產生日:每週加七天，每月加一個月
        550-ADVANCE-RTN.
            MOVE ST-QTY OF STND-REC      TO GL-QTY.
            MOVE SALE-NO OF SALE-REC     TO GL-SALE-NO.
            MOVE ST-NEXT-RUN OF STND-REC TO GL-NEXT-RUN.
            MOVE SPACES                  TO GL-REMARK.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 產品已淘汰之長期訂單:未產生銷售，下次產生日維持原日
        610-DISC-LINE-RTN.
            MOVE ST-NO OF STND-REC       TO GL-ST-NO.
            MOVE ST-CUS-NO OF STND-REC   TO GL-CUS-NO.
            MOVE ST-PRO-NO OF STND-REC   TO GL-PRO-NO.
            MOVE ST-QTY OF STND-REC      TO GL-QTY.
            MOVE SPACES                  TO GL-SALE-NO.
            MOVE ST-NEXT-RUN OF STND-REC TO GL-NEXT-RUN.
            MOVE "產品已淘汰"            TO GL-REMARK.
            ADD 1 TO DISC-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            COPY PAGEBRK.
