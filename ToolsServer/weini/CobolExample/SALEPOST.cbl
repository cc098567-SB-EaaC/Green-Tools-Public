      **                            銷售登記與異動帳;批次狀態檔
      **                            SALEPOST.CKP 逐筆記錄進度，中斷
      **                            重跑時自動續跑、已完成之批次則
      **                            拒絕重複過帳;直送銷貨(廠商逕送
      **                            客戶)只登記銷售，不扣庫存;非
      **                            庫存之服務與費用項目亦同;待檢倉
      **                            "QC" 之批號不供先進先出扣減;
      **                            寄售使用量(交易別 C)自客戶之
      **                            寄售點扣減，不轉缺貨
      **                            對照 (SAM11-2.CBL) 之檢查點與
      **                            (SAM91.CBL) 之編輯階段

                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT CKPT-FILE ASSIGN TO RANDOM CKPT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
           SELECT LOTU-FILE ASSIGN TO RANDOM LOTU-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LOTU-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
           05 CKPT-COUNT         PIC 9(6).
        FD IN-FILE
           LABEL RECORD IS STANDARD.
        01 IN-REC               PIC X(71).
        FD ARCH-FILE
           LABEL RECORD IS STANDARD.
        01 ARCH-REC             PIC X(71).
        FD BCUR-FILE
           LABEL RECORD IS STANDARD.
        01 BCUR-REC.
        FD LOTU-FILE
           LABEL RECORD IS STANDARD.
           COPY LOTUCOPY REPLACING ==LOTU-GRP== BY ==LOTU-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.

        WORKING-STORAGE SECTION.
        77 EDT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PKCF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOTB-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOTU-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 EOF-FLAG     PIC X  VALUE "N".
        77 EDT-FS       PIC XX.
        77 WS-LOT-REMAIN PIC 9(5) VALUE 0.
        77 WS-LOT-TAKE  PIC 9(5) VALUE 0.
        77 WS-BEST-DATE PIC 9(8) VALUE 0.
        77 CNSL-FS      PIC XX.
        77 CNSL-MISSING PIC X  VALUE "N".
        77 WS-POST-WH   PIC X(3) VALUE SPACES.
        01 WS-BEST-LOT-KEY.
           05 WS-BL-PRO-NO     PIC X(13).
           05 WS-BL-WAREHOUSE  PIC X(3).
        PKCF-ERROR-PROCESS.
           IF PKCF-FS NOT = "00"
              MOVE "Y" TO PKCF-MISSING.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        LOTB-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOTB-FILE.
        LOTB-ERROR-PROCESS.
                 EXTEND LOTU-FILE.
            MOVE "N" TO PKCF-MISSING.
            OPEN INPUT PKCF-FILE.
            MOVE "N" TO CNSL-MISSING.
            OPEN INPUT CNSL-FILE.
            PERFORM 110-GET-BATCH-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * 本批批次號取自編輯留下之 BATCH.CUR;檔不存在(舊批次)
            END-READ.
            MOVE "N" TO BACKORDER-FLAG.
      * 報廢處置之退貨授權(退貨交易之 ORDER-NO 記 RMA 號)僅
      * 登記退貨與開折讓，不將貨品加回庫存;直送銷貨由廠商逕送
      * 客戶，同樣不動庫存;非庫存之服務與費用項目不扣庫存、不
      * 轉缺貨、不記異動帳亦不扣批號
            IF PROD-NOT-FOUND = "N"
               IF (TRAN-RETURN AND ORDER-NO NOT = SPACES)
                  OR TRAN-DROP-SHIP
                  OR PRO-NON-STOCK OF PROD-REC
                  CONTINUE
               ELSE
                  IF NOT TRAN-RETURN AND NOT TRAN-CONSIGN
                     AND QTY > PRO-QTY OF PROD-REC
                     MOVE "Y" TO BACKORDER-FLAG
                  END-IF
                  PERFORM 407-POST-WAREHOUSE-RTN
                  PERFORM 406-UPDATE-STOCK-RTN
               END-IF
            END-IF.
                  MOVE ZERO TO PRO-QTY OF PROD-REC
                  PERFORM 411-WRITE-BACKORDER-RTN
               ELSE
                  IF QTY > PRO-QTY OF PROD-REC
                     MOVE ZERO TO PRO-QTY OF PROD-REC
                  ELSE
                     SUBTRACT QTY FROM PRO-QTY OF PROD-REC
                  END-IF
               END-IF
            END-IF.
            REWRITE PROD-REC
               PERFORM 417-CONSUME-LOTS-RTN
            END-IF.
            PERFORM 414-EXPLODE-BOM-RTN.
      * 寄售使用量之貨已在客戶處，自該客戶寄售點扣減;其餘
      * 交易以產品主倉為準
        407-POST-WAREHOUSE-RTN.
            MOVE PRO-WAREHOUSE OF PROD-REC TO WS-POST-WH.
            IF TRAN-CONSIGN AND CNSL-MISSING = "N"
               MOVE CUST-NO TO CG-CUS-NO OF CNSL-REC
               READ CNSL-FILE KEY IS CG-CUS-NO OF CNSL-REC
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE CG-WAREHOUSE OF CNSL-REC TO WS-POST-WH
               END-READ
            END-IF.
        411-WRITE-BACKORDER-RTN.
            MOVE PRODUCT-NO  TO BO-PRO-NO OF BORD-REC.
            MOVE SALES-YEAR  TO BO-YY OF BORD-REC.
            MOVE WS-SHORT-QTY TO BO-QTY OF BORD-REC.
            MOVE "O"         TO BO-STATUS OF BORD-REC.
            MOVE WS-BATCH-NO TO BO-BATCH-NO OF BORD-REC.
            MOVE ZERO        TO BO-REL-DATE OF BORD-REC.
            WRITE BORD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE BACKORDER !! " BO-KEY OF BORD-REC
            MOVE "SalePost"   TO SL-SOURCE OF LOG-REC.
            MOVE SALE-NO    TO SL-REF-NO OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-AFTER OF LOG-REC.
            MOVE WS-POST-WH TO SL-WAREHOUSE OF LOG-REC.
            MOVE SPACES TO SL-REASON OF LOG-REC.
            MOVE WS-BATCH-NO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
        413-UPDATE-LOCATION-RTN.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "SalePost" TO SBR-SOURCE OF BAL-REQ.
            MOVE SALE-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE PRODUCT-NO TO SBR-PRO-NO OF BAL-REQ.
            MOVE WS-POST-WH TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ =
                    SL-QTY-AFTER OF LOG-REC
                  - SL-QTY-BEFORE OF LOG-REC.
            END-IF.
        418-SCAN-ONE-RTN.
            IF LB-QTY OF LOTB-REC > ZERO
               AND LB-WAREHOUSE OF LOTB-REC NOT = "QC"
               AND LB-RECV-DATE OF LOTB-REC < WS-BEST-DATE
               MOVE LB-RECV-DATE OF LOTB-REC TO WS-BEST-DATE
               MOVE LB-KEY OF LOTB-REC TO WS-BEST-LOT-KEY
               MOVE WS-BATCH-NO TO SL-BATCH-NO OF LOG-REC
               CALL "StockLog" USING LOG-REC
               MOVE "A" TO SBR-FUNC OF BAL-REQ
               MOVE "SalePost" TO SBR-SOURCE OF BAL-REQ
               MOVE SALE-NO TO SBR-REF-NO OF BAL-REQ
               MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ
               MOVE PRO-WAREHOUSE OF PROD-REC
                    TO SBR-WAREHOUSE OF BAL-REQ
               MOVE ZERO       TO SR-QTY-RETURNED OF SREG-REC
               MOVE SALESMAN   TO SR-SALESMAN OF SREG-REC
               MOVE SPACE      TO SR-REBILL OF SREG-REC
               MOVE PROMO-CODE TO SR-PROMO-CODE OF SREG-REC
               MOVE PRODUCT-NO TO SR-PK-PRO-NO OF SREG-REC
               MOVE SALES-DATE TO SR-PK-DATE OF SREG-REC
               WRITE SREG-REC
                  INVALID KEY
                     DISPLAY "DUPLICATE SALES.REG !! " SALE-NO
            MOVE ZERO       TO SR-QTY-RETURNED OF SREG-REC.
            MOVE SALESMAN   TO SR-SALESMAN OF SREG-REC.
            MOVE SPACE      TO SR-REBILL OF SREG-REC.
            MOVE SPACES     TO SR-PROMO-CODE OF SREG-REC.
            MOVE PRODUCT-NO TO SR-PK-PRO-NO OF SREG-REC.
            MOVE SALES-DATE TO SR-PK-DATE OF SREG-REC.
            WRITE SREG-REC
               INVALID KEY
                  DISPLAY "DUPLICATE SALES.REG !! " SALE-NO
            IF PKCF-MISSING = "N"
               CLOSE PKCF-FILE
            END-IF.
            IF CNSL-MISSING = "N"
               CLOSE CNSL-FILE
            END-IF.
      * 批次結案後比照 SAM11-1 之 170-COPY-TO-ARCHIVE 將本批
      * SAMPLE91.IN 轉存日期+批次號檔並重建為空檔，當日多批
      * 各自留檔，核對作業依批次取檔
            MOVE "LOT.USE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOTU-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
