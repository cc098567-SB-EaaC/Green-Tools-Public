      **                       倉庫+儲位排序產生揀貨單，揀貨員沿
      **                       走道一次揀畢;每行附儲位與揀貨確認欄
      **                       ，並為每筆銷售行建立揀貨確認檔待
      **                       (PICKCONF.CBL) 回報實揀量;退貨與
      **                       直送銷貨(廠商逕送客戶)不列揀貨;
      **                       寄售使用量之貨已在客戶處亦不列;
      **                       非庫存之服務與費用項目亦不列;
      **                       確認紀錄另記客戶與銷售日，供序號
      **                       產品確認出貨序號及起算保固
      **                       對照 (SAM91.CBL) 之編輯批次

        IDENTIFICATION  DIVISION.
           05 WK-PRO-NO         PIC X(13).
           05 WK-PRO-NAME       PIC X(10).
           05 WK-QTY            PIC 9(4).
           05 WK-SALE-NO        PIC X(8).
           05 WK-ORDER-NO       PIC X(6).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
           05 SD-WAREHOUSE      PIC X(3).
           05 SD-BIN            PIC X(6).
           05 SD-PRO-NO         PIC X(13).
           05 FILLER            PIC X(28).

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(3).
           05 PL-QTY            PIC Z,ZZ9.
           05 FILLER            PIC X(4).
           05 PL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(3).
           05 PL-ORDER-NO       PIC X(6).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(8)  VALUE "________".
        110-READ-IN-RTN.
            READ IN-FILE AT END MOVE "Y" TO IN-EOF.
        120-COPY-TRAN-RTN.
            IF NOT TRAN-RETURN AND NOT TRAN-DROP-SHIP
               AND NOT TRAN-CONSIGN
               MOVE PRODUCT-NO TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N" AND PRO-NON-STOCK OF PROD-REC
                  CONTINUE
               ELSE
                  PERFORM 125-PICK-LINE-RTN
               END-IF
            END-IF.
            PERFORM 110-READ-IN-RTN.
      * 非庫存之服務與費用項目無貨可揀，不列揀貨單
        125-PICK-LINE-RTN.
            IF WS-KEY-ERR = "N"
               MOVE PRO-WAREHOUSE OF PROD-REC TO WK-WAREHOUSE
               MOVE PRO-NAME OF PROD-REC      TO WK-PRO-NAME
               PERFORM 130-GET-BIN-RTN
            ELSE
               MOVE SPACES TO WK-WAREHOUSE WK-PRO-NAME WK-BIN
            END-IF.
            MOVE PRODUCT-NO TO WK-PRO-NO.
            MOVE QTY        TO WK-QTY.
            MOVE SALE-NO    TO WK-SALE-NO.
            MOVE ORDER-NO   TO WK-ORDER-NO.
            WRITE WORK-REC.
            PERFORM 140-SEED-CONFIRM-RTN.
      * 為每筆銷售行建立待確認紀錄，實揀量預設為應揀量;重印
      * 揀貨單時改寫既有紀錄
        140-SEED-CONFIRM-RTN.
            MOVE QTY        TO PC-ORDER-QTY OF PKCF-REC.
            MOVE QTY        TO PC-PICK-QTY OF PKCF-REC.
            MOVE "U"        TO PC-STATUS OF PKCF-REC.
            MOVE CUST-NO    TO PC-CUS-NO OF PKCF-REC.
            MOVE SALES-DATE TO PC-SALE-DATE OF PKCF-REC.
            WRITE PKCF-REC
               INVALID KEY
                  REWRITE PKCF-REC
