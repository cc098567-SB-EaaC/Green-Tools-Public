      ** 單層控制中斷(Control Break)
      ** 本程式為銷售批次之「編輯」階段:僅檢核與列印，不更動庫存;
      ** 檢核無誤之交易寫入 SAMPLE91.EDT，由過帳程式 (SALEPOST.CBL)
      ** 套用庫存異動，可重跑而不致重複扣帳;直送銷貨由廠商逕送客戶，
      ** 不檢核庫存缺貨，備註欄標示直送;非庫存之服務與費用項目
      ** (PRO-TYPE N) 亦不檢核庫存缺貨;寄售使用量之貨已在客戶寄售點，
      ** 同樣不檢核缺貨，備註欄標示寄售;有剔退交易寫入 SAMPLE91.EXC
      ** 時，於操作員訊息檔通知業務角色(SALES)處理

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample9-1.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT EDT-FILE ASSIGN TO RANDOM EDT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==SREG-REC==.
        FD EDT-FILE
           LABEL RECORD IS STANDARD.
        01 EDT-REC              PIC X(71).
        FD CKPT-FILE
           LABEL RECORD IS STANDARD.
        01 CKPT-REC.
               10 SD-SALES-YEAR       PIC 9(4).
               10 SD-SALES-MONTH      PIC 9(2).
               10 SD-SALES-DAY        PIC 9(2).
           05  SD-SALE-NO          PIC X(8).
           05  SD-PRODUCT-NO       PIC X(13).
           05  FILLER              PIC X(42).

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
        77 SREG-FS       PIC XX.
        77 SALE-REJECT   PIC X  VALUE "N".
        01 BATCH-SALE-TABLE.
           05 BS-SALE-NO PIC X(8) OCCURS 500 TIMES VALUE SPACES.
        77 BS-COUNT      PIC 9(3) VALUE 0.
        77 BS-SUB        PIC 9(3) VALUE 0.
        77 BS-FOUND      PIC X  VALUE "N".
        77 BCUR-FS        PIC XX.
        77 BN-SERIES      PIC X(8) VALUE "BATCH".
        77 BN-NUMBER      PIC 9(6) VALUE 0.
        77 EXCEPT-CNT     PIC 9(5) VALUE 0.
        77 EXCEPT-CNT-OUT PIC ZZ,ZZ9.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY TAXLREQ REPLACING ==TAXL-REQ-GRP== BY ==TAXL-REQ==.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
           COPY RPTCCOPY REPLACING ==RPTC-GRP== BY ==CAT-REC==.
           COPY PAGECTL.
           COPY RUNDATE.
               IF TRAN-RETURN
                  MOVE "退貨" TO L-REMARK
               ELSE
                  IF TRAN-DROP-SHIP
                     MOVE "直送" TO L-REMARK
                  ELSE
                     IF TRAN-CONSIGN
                        MOVE "寄售" TO L-REMARK
                     ELSE
                        IF BACKORDER-FLAG = "Y"
                           MOVE "缺貨" TO L-REMARK
                        ELSE
                           MOVE SPACES TO L-REMARK
                        END-IF
                     END-IF
                  END-IF
               END-IF
               PERFORM 990-PAGE-CHECK-RTN
            END-READ.
            MOVE "N" TO BACKORDER-FLAG.
            IF PROD-NOT-FOUND = "N"
               IF NOT TRAN-RETURN AND NOT TRAN-DROP-SHIP
                  AND NOT TRAN-CONSIGN
                  AND NOT PRO-NON-STOCK OF PROD-REC
                  AND QTY > PRO-QTY OF PROD-REC
                  MOVE "Y" TO BACKORDER-FLAG
               END-IF
            END-IF.
        413-WRITE-EXCEPTION-RTN.
            WRITE EXCEPT-REC FROM IN-REC.
            ADD 1 TO EXCEPT-CNT.
      * 合約客戶依價格矩陣改價後再過帳/開票;退貨保留原單價
        414-PRICE-MATRIX-RTN.
            IF NOT TRAN-RETURN
            MOVE RUN-DATE       TO RT-RUN-DATE OF CAT-REC.
            MOVE WS-RPT-NAME    TO RT-FILE-NAME OF CAT-REC.
            MOVE PAGE-CTR       TO RT-PAGES OF CAT-REC.
            MOVE "N"            TO RT-COST-FLAG OF CAT-REC.
            CALL "ReportCat" USING CAT-REC.
            IF EXCEPT-CNT > ZERO
               PERFORM 610-POST-REJECTS-RTN
            END-IF.
      * 剔退筆數通知業務角色，參照欄記批次號
        610-POST-REJECTS-RTN.
            MOVE EXCEPT-CNT TO EXCEPT-CNT-OUT.
            MOVE "R"         TO MP-TO-TYPE OF MSGP-REQ.
            MOVE "SALES"     TO MP-TO OF MSGP-REQ.
            MOVE "H"         TO MP-PRIORITY OF MSGP-REQ.
            MOVE "Sample9-1" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES      TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING "BATCH " BN-NUMBER DELIMITED BY SIZE
                   INTO MP-REF OF MSGP-REQ.
            STRING EXCEPT-CNT-OUT " SALE(S) REJECTED TO SAMPLE91.EXC"
                   " - CORRECT/RESUBMIT" DELIMITED BY SIZE
                   INTO MP-TEXT OF MSGP-REQ.
            MOVE ZERO        TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
