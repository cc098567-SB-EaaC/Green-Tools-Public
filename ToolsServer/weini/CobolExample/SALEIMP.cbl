      **                               、同日重複載入一律拒收;單價
      **                               偏離主檔售價逾容差或低於成本
      **                               者進價格例外檔 PRICEEXC.DAT
      **                               待主管放行;適用促銷者以促
      **                               銷價為基準比對，促銷價本身
      **                               低於成本不列例外，銷售行並
      **                               記下促銷代號;已淘汰(D)之
      **                               產品拒收(退貨除外);有價格例
      **                               外時於操作員訊息檔通知定價
      **                               角色(PRICING)
      **
      ** TILL.EXP 每行格式:
      **   日期,銷售單號,產品編號,單價,數量,業務員,類別,原單號,客戶
        77 DUP-LOAD     PIC X  VALUE "N".
        77 TRAILER-SEEN PIC X  VALUE "N".
        77 EXC-COUNT    PIC 9(5) VALUE 0.
        77 EXC-COUNT-OUT PIC ZZ,ZZ9.
        77 DETAIL-CNT   PIC 9(6) VALUE 0.
        77 DETAIL-VALUE PIC 9(10)V99 VALUE 0.
        77 TRL-CNT      PIC 9(6) VALUE 0.
        77 WS-LINE-VALUE PIC 9(8)V99 VALUE 0.
        77 WS-PRICE-NUM PIC 9(4)V99 VALUE 0.
        77 WS-PRICE-DIFF PIC S9(5)V99 VALUE 0.
        77 WS-REF-PRICE PIC 9(5)V99 VALUE 0.
        77 WS-TOL-AMT   PIC 9(5)V99 VALUE 0.
      * 匯入單價與主檔售價差逾兩成即轉價格例外
        77 PRICE-TOL-PCT PIC V99 VALUE .20.
           COPY RUNDATE.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
        01 FIELD-AREA.
           05 F-DATE    PIC X(8).
           05 F-SALE-NO PIC X(8).
           05 F-PRO-NO  PIC X(13).
           05 F-PRICE   PIC X(8).
           05 F-QTY     PIC X(4).
           05 F-SALESMAN PIC X(4).
           05 F-TYPE    PIC X(1).
           05 F-RET-NO  PIC X(8).
           05 F-CUS-NO  PIC X(4).
      * TRAILER 列有自己的欄寬:筆數可到六位，金額含小數點
        01 TRAILER-AREA.
            CLOSE TILL-FILE SALE-FILE PROD-FILE CUST-FILE
                  SLMN-FILE REJ-FILE EXC-FILE.
            PERFORM 090-LOG-BATCH-RTN.
            IF EXC-COUNT > ZERO
               PERFORM 095-POST-EXC-RTN
            END-IF.
            STOP RUN.
      * 批次載入管制:載入紀錄檔已有今日日期即拒絕重複載入
        050-CHECK-DUP-LOAD-RTN.
            MOVE RUN-DATE TO BL-DATE.
            WRITE BLOG-REC.
            CLOSE BLOG-FILE.
      * 價格例外筆數通知定價角色於價格例外放行作業處理
        095-POST-EXC-RTN.
            MOVE EXC-COUNT TO EXC-COUNT-OUT.
            MOVE "R"          TO MP-TO-TYPE OF MSGP-REQ.
            MOVE "PRICING"    TO MP-TO OF MSGP-REQ.
            MOVE "N"          TO MP-PRIORITY OF MSGP-REQ.
            MOVE "SaleImport" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES       TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING "PRICEEXC " RUN-DATE DELIMITED BY SIZE
                   INTO MP-REF OF MSGP-REQ.
            STRING EXC-COUNT-OUT " PRICE EXCEPTION(S) HELD FOR RELEASE"
                   DELIMITED BY SIZE INTO MP-TEXT OF MSGP-REQ.
            MOVE ZERO         TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
        300-READ-TILL-RTN.
            READ TILL-FILE AT END MOVE "Y" TO TILL-EOF.
        400-LOOP-RTN.
                  PERFORM 420-VALIDATE-RTN
               END-IF
               IF REJECT-FLAG = "N"
                  PERFORM 425-LOOK-PRICE-RTN
                  PERFORM 426-CHECK-PRICE-RTN
               END-IF
               IF REJECT-FLAG = "N"
               END-IF
            END-IF.
            PERFORM 300-READ-TILL-RTN.
      * 先查合約價/促銷價，供價格檢核與寫檔共用
        425-LOOK-PRICE-RTN.
            MOVE F-CUS-NO   TO PL-CUS-NO OF PRICE-REQ.
            MOVE F-PRO-NO   TO PL-PRO-NO OF PRICE-REQ.
            MOVE WS-TRAN-DATE TO PL-DATE OF PRICE-REQ.
            MOVE QTY OF SALE-REC TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
      * 價格例外:匯入單價偏離主檔售價逾容差或低於成本者留在
      * 例外檔待主管放行(PRCEXREL.CBL)，退貨不檢;促銷期間以促銷
      * 價為基準，單價不低於促銷價者即使低於成本亦不列例外
        426-CHECK-PRICE-RTN.
            IF F-TYPE NOT = "R"
               MOVE PRO-PRICE OF PROD-REC TO WS-REF-PRICE
               IF PL-PROMO-CODE OF PRICE-REQ NOT = SPACES
                  MOVE PL-PRICE OF PRICE-REQ TO WS-REF-PRICE
               END-IF
               COMPUTE WS-PRICE-NUM = FUNCTION NUMVAL (F-PRICE)
               COMPUTE WS-PRICE-DIFF =
                       WS-PRICE-NUM - WS-REF-PRICE
               IF WS-PRICE-DIFF < ZERO
                  COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
               END-IF
               COMPUTE WS-TOL-AMT =
                       WS-REF-PRICE * PRICE-TOL-PCT
               IF WS-PRICE-DIFF > WS-TOL-AMT
                  MOVE "E" TO REJECT-FLAG
                  MOVE "PRICE OUTSIDE TOLERANCE" TO EX-REASON
               ELSE
                  IF WS-PRICE-NUM < PRO-COST OF PROD-REC
                     AND (PL-PROMO-CODE OF PRICE-REQ = SPACES
                      OR WS-PRICE-NUM < WS-REF-PRICE)
                     MOVE "E" TO REJECT-FLAG
                     MOVE "PRICE BELOW COST" TO EX-REASON
                  END-IF
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "PRODUCT NOT ON MASTER" TO RJ-REASON
            ELSE
               IF PRO-DISCONTINUED OF PROD-REC AND F-TYPE NOT = "R"
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "PRODUCT DISCONTINUED" TO RJ-REASON
               END-IF
            END-IF.
        423-CHECK-CUSTOMER-RTN.
            MOVE F-CUS-NO TO CM-CUS-NO OF CUST-REC.
               MOVE "Y" TO REJECT-FLAG
               MOVE "SALESMAN NOT ON MASTER" TO RJ-REASON
            END-IF.
      * 合約客戶依價格矩陣改價、促銷期間改採促銷價(查無時保留收
      * 銀機單價);查價已於 425 完成
        430-WRITE-SALE-RTN.
            MOVE F-DATE     TO SALES-DATE OF SALE-REC.
            MOVE F-SALE-NO  TO SALE-NO OF SALE-REC.
            MOVE F-PRO-NO   TO PRODUCT-NO OF SALE-REC.
            MOVE F-QTY      TO QTY OF SALE-REC.
            COMPUTE PRICE OF SALE-REC = FUNCTION NUMVAL (F-PRICE).
            MOVE SPACES     TO PROMO-CODE OF SALE-REC.
            MOVE SPACES     TO SHIP-TO-CODE OF SALE-REC.
            IF PL-FOUND OF PRICE-REQ = "Y" AND F-TYPE NOT = "R"
               MOVE PL-PRICE OF PRICE-REQ TO PRICE OF SALE-REC
               MOVE PL-PROMO-CODE OF PRICE-REQ
                    TO PROMO-CODE OF SALE-REC
            END-IF.
            MOVE F-SALESMAN TO SALESMAN OF SALE-REC.
            MOVE F-TYPE     TO TRAN-TYPE OF SALE-REC.
