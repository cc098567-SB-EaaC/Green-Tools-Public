      **                       各行貨值分攤算出到岸單位成本，與
      **                       收貨前庫存值加權平均後改寫產品主檔
      **                       成本，留存價格歷史並印成本變動明細
      **                       ，另將各行到岸值與訂購單價、料號
      **                       進價及原平均成本計值寫入收貨成本
      **                       歷史供進價差異分析
      **                       ;直送訂購單由廠商逕送客戶，不列出
      **                       亦不得收貨，改由直送出貨確認
      **                       (DSHPCONF.CBL) 辦理
      **                       ;廠商已寄出貨通知(ASNPEND.DAT)之
      **                       訂購行於清單註記 ASN，收貨時帶出
      **                       通知之出貨量與批號供確認或修改，
      **                       收貨後刪除該待收貨紀錄
      **                       ;產品或廠商列於進貨檢驗表
      **                       (INSPECT.TAB) 者入待檢倉 "QC" 並
      **                       寫待檢紀錄 (QCHOLD.DAT)，由進貨
      **                       檢驗 (QCINSP.CBL) 放行或退回
      **                       ;序號產品 (SERPROD.TAB) 逐台輸入
      **                       收貨序號，經 SerialTrack 登錄
      **                       對照 (SAM12-7.CBL) 之訂購單產生邏輯

        IDENTIFICATION  DIVISION.
           SELECT HIST-FILE ASSIGN TO RANDOM HIST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HIST-FS.
           SELECT RCVC-FILE ASSIGN TO RANDOM RCVC-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RCVC-FS.
           SELECT LOTB-FILE ASSIGN TO RANDOM LOTB-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LB-KEY
                  FILE STATUS IS LOTB-FS.
           SELECT ASNP-FILE ASSIGN TO RANDOM ASNP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS ASNP-FS.
           SELECT INSP-FILE ASSIGN TO RANDOM INSP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IP-KEY
                  FILE STATUS IS INSP-FS.
           SELECT QCHD-FILE ASSIGN TO RANDOM QCHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QC-KEY
                  FILE STATUS IS QCHD-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY PRICEHST REPLACING ==PRICE-HIST-GRP== BY ==HIST-REC==.
        FD RCVC-FILE
           LABEL RECORD IS STANDARD.
           COPY RCVCCOPY REPLACING ==RCVC-GRP== BY ==RCVC-REC==.
        FD LOTB-FILE
           LABEL RECORD IS STANDARD.
           COPY LOTBCOPY REPLACING ==LOTB-GRP== BY ==LOTB-REC==.
        FD ASNP-FILE
           LABEL RECORD IS STANDARD.
           COPY ASNPCOPY REPLACING ==ASNP-GRP== BY ==ASNP-REC==.
        FD INSP-FILE
           LABEL RECORD IS STANDARD.
           COPY INSPCOPY REPLACING ==INSP-GRP== BY ==INSP-REC==.
        FD QCHD-FILE
           LABEL RECORD IS STANDARD.
           COPY QCHDCOPY REPLACING ==QCHD-GRP== BY ==QCHD-REC==.

        WORKING-STORAGE SECTION.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOTB-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RCVC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 ASNP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INSP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 QCHD-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CONTI        PIC A  VALUE "Y".
        77 PO-FS        PIC XX.
        77 HOLD-QTY     PIC 9(5) VALUE 0.
        77 HIST-FS      PIC XX.
        77 LOTB-FS      PIC XX.
        77 RCVC-FS      PIC XX.
        77 LOTB-NEW     PIC X  VALUE "N".
        77 WS-LOT-NO-IN PIC X(10) VALUE SPACES.
        77 ASNP-FS      PIC XX.
        77 ASNP-MISSING PIC X  VALUE "N".
        77 WS-ASN-FOUND PIC X  VALUE "N".
        77 INSP-FS      PIC XX.
        77 QCHD-FS      PIC XX.
        77 INSP-MISSING PIC X  VALUE "N".
        77 WS-INSPECT   PIC X  VALUE "N".
        77 WS-RECV-WH   PIC X(3) VALUE SPACES.
        77 QCHD-NEW     PIC X  VALUE "N".
        77 WS-SERIAL-IN PIC X(15) VALUE SPACES.
        77 WS-SER-SUB   PIC 9(7) VALUE 0.
        77 WS-SER-OK    PIC X  VALUE "N".
           COPY SERLREQ REPLACING ==SERL-REQ-GRP== BY ==SER-REQ==.
      * 本次收貨明細表:到岸成本分攤與成本改算之依據
        01 RCV-TABLE.
           05 RT-ENTRY OCCURS 50 TIMES.
              10 RT-VALUE       PIC 9(8)V99.
              10 RT-ONHAND      PIC 9(5).
              10 RT-OLD-COST    PIC 9(5)V99.
              10 RT-PO-NO       PIC X(6).
              10 RT-PO-LINE     PIC 9(3).
              10 RT-VEND-NO     PIC X(4).
              10 RT-BUYER       PIC X(8).
              10 RT-CATEGORY    PIC X(3).
              10 RT-LIST-VALUE  PIC 9(8)V99.
        77 RT-COUNT     PIC 9(2) VALUE 0.
        77 RT-SUB       PIC 9(2) VALUE 0.
        77 WS-FREIGHT   PIC 9(7)V99 VALUE 0.
           05 FILLER            PIC X(9)  VALUE "實收量".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "新庫存".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "入庫倉".
        01 DETAIL-LINE.
           05 PO-NO-OUT         PIC X(6).
           05 FILLER            PIC X(3).
           05 RECV-QTY-OUT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 NEW-QTY-OUT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 RECV-WH-OUT       PIC X(3).
        01 LIST-LINE-REC.
           05 LL-PO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
              10 LL-YY          PIC 9999/.
              10 LL-MM          PIC 99/.
              10 LL-DD          PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-ASN            PIC X(3).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        HIST-ERROR-PROCESS.
           IF HIST-FS NOT = "00"
              OPEN OUTPUT HIST-FILE.
        RCVC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCVC-FILE.
        RCVC-ERROR-PROCESS.
           IF RCVC-FS NOT = "00"
              OPEN OUTPUT RCVC-FILE.
        LOTB-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOTB-FILE.
        LOTB-ERROR-PROCESS.
              OPEN OUTPUT LOTB-FILE
              CLOSE LOTB-FILE
              OPEN I-O LOTB-FILE.
        ASNP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ASNP-FILE.
        ASNP-ERROR-PROCESS.
           IF ASNP-FS NOT = "00"
              MOVE "Y" TO ASNP-MISSING.
        INSP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSP-FILE.
        INSP-ERROR-PROCESS.
           IF INSP-FS NOT = "00"
              MOVE "Y" TO INSP-MISSING.
        QCHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON QCHD-FILE.
        QCHD-ERROR-PROCESS.
           IF QCHD-FS NOT = "00"
              OPEN OUTPUT QCHD-FILE
              CLOSE QCHD-FILE
              OPEN I-O QCHD-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
                 I-O    PROD-FILE
                 I-O    LOTB-FILE
                 OUTPUT OUT-FILE
                 EXTEND HIST-FILE
                 EXTEND RCVC-FILE.
            MOVE "N" TO ASNP-MISSING.
            OPEN I-O ASNP-FILE.
            MOVE "N" TO INSP-MISSING.
            OPEN INPUT INSP-FILE.
            OPEN I-O QCHD-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            END-READ.
        320-LIST-PO-RTN.
            IF PO-STATUS OF PO-REC = "O"
               AND NOT PO-IS-DROP-SHIP OF PO-REC
               MOVE PO-NO OF PO-REC      TO LL-PO-NO
               MOVE PO-LINE-NO OF PO-REC TO LL-LINE-NO
               MOVE PO-PRO-NO OF PO-REC  TO LL-PRO-NO
               MOVE PO-YY OF PO-REC     TO LL-YY
               MOVE PO-MM OF PO-REC     TO LL-MM
               MOVE PO-DD OF PO-REC     TO LL-DD
               PERFORM 415-FIND-ASN-RTN
               IF WS-ASN-FOUND = "Y"
                  MOVE "ASN" TO LL-ASN
               ELSE
                  MOVE SPACES TO LL-ASN
               END-IF
               DISPLAY LIST-LINE-REC LINE LIST-LINE POSITION 15
               ADD 2 TO LIST-LINE
               ADD 1 TO LIST-CNT
               IF PO-STATUS OF PO-REC NOT = "O"
                  DISPLAY "PO ALREADY RECEIVED" LINE 20 POSITION 15
               ELSE
                  IF PO-IS-DROP-SHIP OF PO-REC
                     DISPLAY "DROP-SHIP PO - CONFIRM VENDOR SHIPMENT"
                             LINE 20 POSITION 15
                  ELSE
                     PERFORM 410-ACCEPT-QTY-RTN
                  END-IF
               END-IF
               UNLOCK PO-FILE
            END-IF
            DISPLAY "訂購數量 : " PO-QTY OF PO-REC
                    LINE 20 POSITION 15.
            DISPLAY "(" PO-UNIT OF PO-REC ")" LINE 20 POSITION 40.
            PERFORM 415-FIND-ASN-RTN.
            DISPLAY "實收數量 :" LINE 21 POSITION 15.
            DISPLAY "批    號 :" LINE 22 POSITION 15.
            IF WS-ASN-FOUND = "Y"
               DISPLAY "出貨通知 : " AP-ASN-NO OF ASNP-REC
                       LINE 19 POSITION 45
               MOVE AP-QTY-SHIP OF ASNP-REC TO WS-RECV-QTY
               MOVE AP-LOT-NO OF ASNP-REC   TO WS-LOT-NO-IN
               ACCEPT WS-RECV-QTY LINE 21 POSITION 28 UPDATE
               ACCEPT WS-LOT-NO-IN LINE 22 POSITION 28 UPDATE
            ELSE
               ACCEPT WS-RECV-QTY LINE 21 POSITION 28
               ACCEPT WS-LOT-NO-IN LINE 22 POSITION 28
            END-IF.
            IF WS-RECV-QTY = ZERO
               DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                       LINE 23 POSITION 15
            ELSE
               PERFORM 420-UPDATE-STOCK-RTN
            END-IF.
      * 查本訂購行是否有廠商出貨通知待收;待收貨檔不存在時視為
      * 皆無
        415-FIND-ASN-RTN.
            MOVE "N" TO WS-ASN-FOUND.
            IF ASNP-MISSING = "N"
               MOVE PO-NO OF PO-REC      TO AP-PO-NO OF ASNP-REC
               MOVE PO-LINE-NO OF PO-REC TO AP-LINE-NO OF ASNP-REC
               MOVE "Y" TO WS-ASN-FOUND
               READ ASNP-FILE
                  INVALID KEY MOVE "N" TO WS-ASN-FOUND
               END-READ
            END-IF.
        420-UPDATE-STOCK-RTN.
            MOVE PO-PRO-NO OF PO-REC TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
               ELSE
                  MOVE WS-RECV-QTY TO WS-UNIT-QTY
               END-IF
               PERFORM 425-CHECK-INSPECT-RTN
               MOVE PRO-QTY OF PROD-REC TO HOLD-QTY
               ADD WS-UNIT-QTY TO PRO-QTY OF PROD-REC
               REWRITE PROD-REC
               PERFORM 437-UPDATE-LOCATION-RTN
               PERFORM 445-SESSION-ADD-RTN
               PERFORM 450-LOT-RECEIPT-RTN
               PERFORM 470-SERIAL-RECEIPT-RTN
               IF WS-ASN-FOUND = "Y"
                  PERFORM 460-CLEAR-ASN-RTN
               END-IF
               IF WS-INSPECT = "Y"
                  PERFORM 465-QC-HOLD-RTN
               END-IF
               PERFORM 990-PAGE-CHECK-RTN
               PERFORM 440-WRITE-REC
            END-IF.
      * 產品或本訂購單廠商列於進貨檢驗表者，收貨入待檢倉 "QC"
      * (仍計入產品總量，但不供可承諾量、分貨與補貨判斷);檢驗表
      * 不存在時一律入產品之倉庫
        425-CHECK-INSPECT-RTN.
            MOVE "N" TO WS-INSPECT.
            IF INSP-MISSING = "N"
               MOVE "P" TO IP-TYPE OF INSP-REC
               MOVE PRO-NO OF PROD-REC TO IP-CODE OF INSP-REC
               MOVE "Y" TO WS-INSPECT
               READ INSP-FILE
                  INVALID KEY MOVE "N" TO WS-INSPECT
               END-READ
               IF WS-INSPECT = "N"
                  MOVE "V" TO IP-TYPE OF INSP-REC
                  MOVE SPACES TO IP-CODE OF INSP-REC
                  MOVE PO-VEND-NO OF PO-REC TO IP-CODE OF INSP-REC
                  MOVE "Y" TO WS-INSPECT
                  READ INSP-FILE
                     INVALID KEY MOVE "N" TO WS-INSPECT
                  END-READ
               END-IF
            END-IF.
            IF WS-INSPECT = "Y"
               MOVE "QC" TO WS-RECV-WH
            ELSE
               MOVE PRO-WAREHOUSE OF PROD-REC TO WS-RECV-WH
            END-IF.
      * 短收時僅扣減訂購單剩餘量，訂購單留在 "O" 狀態待後續補收；
      * 收足時才結案為 "R"
        430-UPDATE-PO-RTN.
            MOVE PO-NO OF PO-REC TO SL-REF-NO OF LOG-REC.
            MOVE HOLD-QTY TO SL-QTY-BEFORE OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-AFTER OF LOG-REC.
            MOVE WS-RECV-WH TO SL-WAREHOUSE OF LOG-REC.
            MOVE SPACES TO SL-REASON OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
        437-UPDATE-LOCATION-RTN.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "PoReceive" TO SBR-SOURCE OF BAL-REQ.
            MOVE PO-NO OF PO-REC TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE WS-RECV-WH TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE WS-UNIT-QTY TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
      * 記下本行之產品、入庫量、貨值與收貨前庫存/成本，供結束
               MOVE HOLD-QTY           TO RT-ONHAND (RT-COUNT)
               MOVE PRO-COST OF PROD-REC
                    TO RT-OLD-COST (RT-COUNT)
               MOVE PO-NO OF PO-REC      TO RT-PO-NO (RT-COUNT)
               MOVE PO-LINE-NO OF PO-REC TO RT-PO-LINE (RT-COUNT)
               MOVE PO-VEND-NO OF PO-REC TO RT-VEND-NO (RT-COUNT)
               MOVE PO-BUYER OF PO-REC   TO RT-BUYER (RT-COUNT)
               MOVE PRO-CATEGORY OF PROD-REC
                    TO RT-CATEGORY (RT-COUNT)
               COMPUTE RT-LIST-VALUE (RT-COUNT) =
                       WS-RECV-QTY * PO-LIST-COST OF PO-REC
            ELSE
               DISPLAY "RCV-TABLE FULL - LINE NOT IN LANDED COST"
                       LINE 23 POSITION 15
            END-IF.
        455-POST-LOT-RTN.
            MOVE PRO-NO OF PROD-REC TO LB-PRO-NO OF LOTB-REC.
            MOVE WS-RECV-WH TO LB-WAREHOUSE OF LOTB-REC.
            MOVE WS-LOT-NO-IN TO LB-LOT-NO OF LOTB-REC.
            MOVE "N" TO LOTB-NEW.
            READ LOTB-FILE
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            IF LOTB-NEW = "Y"
               MOVE PRO-NO OF PROD-REC TO LB-PRO-NO OF LOTB-REC
               MOVE WS-RECV-WH TO LB-WAREHOUSE OF LOTB-REC
               MOVE WS-LOT-NO-IN TO LB-LOT-NO OF LOTB-REC
               MOVE WS-UNIT-QTY TO LB-QTY OF LOTB-REC
               MOVE WS-RUN-DATE-NUM TO LB-RECV-DATE OF LOTB-REC
                             LB-KEY OF LOTB-REC
               END-REWRITE
            END-IF.
      * 出貨通知之貨品已到，不論實收量與通知是否相符皆刪除待收
      * 貨紀錄;短收部分由訂購行剩餘量續追
        460-CLEAR-ASN-RTN.
            DELETE ASNP-FILE
               INVALID KEY
                  DISPLAY "ERROR DELETING ASNPEND.DAT FOR "
                          AP-KEY OF ASNP-REC
            END-DELETE.
      * 待檢紀錄依訂購行+收貨日建立，同日再收加總;檢驗時依此
      * 放行至原倉庫或退回廠商
        465-QC-HOLD-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE PO-NO OF PO-REC      TO QC-PO-NO OF QCHD-REC.
            MOVE PO-LINE-NO OF PO-REC TO QC-LINE-NO OF QCHD-REC.
            MOVE WS-RUN-DATE-NUM      TO QC-RECV-DATE OF QCHD-REC.
            MOVE "N" TO QCHD-NEW.
            READ QCHD-FILE
               INVALID KEY MOVE "Y" TO QCHD-NEW
            END-READ.
            IF QCHD-NEW = "Y"
               MOVE PO-NO OF PO-REC      TO QC-PO-NO OF QCHD-REC
               MOVE PO-LINE-NO OF PO-REC TO QC-LINE-NO OF QCHD-REC
               MOVE WS-RUN-DATE-NUM      TO QC-RECV-DATE OF QCHD-REC
               MOVE PRO-NO OF PROD-REC   TO QC-PRO-NO OF QCHD-REC
               MOVE PO-VEND-NO OF PO-REC TO QC-VEND-NO OF QCHD-REC
               MOVE PRO-WAREHOUSE OF PROD-REC
                    TO QC-WAREHOUSE OF QCHD-REC
               MOVE WS-LOT-NO-IN         TO QC-LOT-NO OF QCHD-REC
               MOVE WS-RECV-QTY          TO QC-RECV-QTY OF QCHD-REC
               MOVE WS-RECV-QTY          TO QC-QTY OF QCHD-REC
               IF PRO-UNITS-PER-PACK OF PROD-REC IS NUMERIC
                  AND PRO-UNITS-PER-PACK OF PROD-REC > ZERO
                  MOVE PRO-UNITS-PER-PACK OF PROD-REC
                       TO QC-UNITS-PER-PACK OF QCHD-REC
               ELSE
                  MOVE 1 TO QC-UNITS-PER-PACK OF QCHD-REC
               END-IF
               WRITE QCHD-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING QCHOLD.DAT FOR "
                             QC-KEY OF QCHD-REC
               END-WRITE
            ELSE
               ADD WS-RECV-QTY TO QC-RECV-QTY OF QCHD-REC
               ADD WS-RECV-QTY TO QC-QTY OF QCHD-REC
               REWRITE QCHD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING QCHOLD.DAT FOR "
                             QC-KEY OF QCHD-REC
               END-REWRITE
            END-IF.
            DISPLAY "RECEIVED INTO QUARANTINE (QC) - INSPECT FIRST"
                    LINE 23 POSITION 15.
      * 序號產品須逐台輸入序號(以銷售單位計)，序號不得重複;
      * 輸入錯誤時重新輸入該台
        470-SERIAL-RECEIPT-RTN.
            MOVE "Q" TO SRQ-FUNC OF SER-REQ.
            MOVE PRO-NO OF PROD-REC TO SRQ-PRO-NO OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               PERFORM 475-ONE-SERIAL-RTN
                  VARYING WS-SER-SUB FROM 1 BY 1
                  UNTIL WS-SER-SUB > WS-UNIT-QTY
            END-IF.
        475-ONE-SERIAL-RTN.
            MOVE "N" TO WS-SER-OK.
            PERFORM 477-ACCEPT-SERIAL-RTN UNTIL WS-SER-OK = "Y".
        477-ACCEPT-SERIAL-RTN.
            MOVE SPACES TO WS-SERIAL-IN.
            DISPLAY "序號 " WS-SER-SUB "/" WS-UNIT-QTY " :"
                    LINE 24 POSITION 15.
            ACCEPT WS-SERIAL-IN LINE 24 POSITION 40.
            MOVE "R" TO SRQ-FUNC OF SER-REQ.
            MOVE PRO-NO OF PROD-REC    TO SRQ-PRO-NO OF SER-REQ.
            MOVE WS-SERIAL-IN          TO SRQ-SERIAL-NO OF SER-REQ.
            MOVE PO-NO OF PO-REC       TO SRQ-REF-NO OF SER-REQ.
            MOVE PO-LINE-NO OF PO-REC  TO SRQ-REF-LINE OF SER-REQ.
            MOVE SPACES                TO SRQ-SALE-NO OF SER-REQ.
            MOVE PO-VEND-NO OF PO-REC  TO SRQ-PARTY OF SER-REQ.
            MOVE WS-RECV-WH            TO SRQ-WAREHOUSE OF SER-REQ.
            MOVE RUN-DATE              TO SRQ-DATE OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               MOVE "Y" TO WS-SER-OK
            ELSE
               DISPLAY SRQ-MESSAGE OF SER-REQ LINE 23 POSITION 15
            END-IF.
        440-WRITE-REC.
            MOVE PO-NO OF PO-REC     TO PO-NO-OUT.
            MOVE PO-PRO-NO OF PO-REC TO PO-PRO-NO-OUT.
            MOVE WS-RECV-QTY         TO RECV-QTY-OUT.
            MOVE PRO-QTY OF PROD-REC TO NEW-QTY-OUT.
            MOVE WS-RECV-WH          TO RECV-WH-OUT.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 到岸成本:輸入本批運費/關稅/雜費，依各行貨值比例分攤
      * (貨值皆零時依數量分攤)，算出每單位到岸成本後與收貨前
                       (RT-VALUE (RT-SUB) + WS-SHARE)
                       / RT-UNIT-QTY (RT-SUB)
               PERFORM 730-UPDATE-COST-RTN
               PERFORM 760-WRITE-RCVC-RTN
            END-IF.
      * 移動平均:新成本 = (收貨前庫存值 + 本批到岸值) / 合計量
        730-UPDATE-COST-RTN.
            MOVE PRO-COST OF PROD-REC  TO PH-PRO-COST OF HIST-REC.
            MOVE PRO-PRICE OF PROD-REC TO PH-PRO-PRICE OF HIST-REC.
            WRITE HIST-REC.
      * 收貨成本歷史:到岸值與訂購單價、料號進價、收貨前平均
      * 成本三種計值並存，差異由進價差異報表計算
        760-WRITE-RCVC-RTN.
            MOVE RT-PO-NO (RT-SUB)    TO RV-PO-NO OF RCVC-REC.
            MOVE RT-PO-LINE (RT-SUB)  TO RV-PO-LINE OF RCVC-REC.
            MOVE RT-PRO-NO (RT-SUB)   TO RV-PRO-NO OF RCVC-REC.
            MOVE RT-VEND-NO (RT-SUB)  TO RV-VEND-NO OF RCVC-REC.
            MOVE RT-BUYER (RT-SUB)    TO RV-BUYER OF RCVC-REC.
            MOVE RT-CATEGORY (RT-SUB) TO RV-CATEGORY OF RCVC-REC.
            MOVE WS-RUN-DATE-NUM      TO RV-DATE OF RCVC-REC.
            MOVE RT-UNIT-QTY (RT-SUB) TO RV-QTY OF RCVC-REC.
            COMPUTE RV-LANDED-VALUE OF RCVC-REC =
                    RT-VALUE (RT-SUB) + WS-SHARE.
            MOVE RT-VALUE (RT-SUB)    TO RV-PO-VALUE OF RCVC-REC.
            MOVE RT-LIST-VALUE (RT-SUB)
                 TO RV-LIST-VALUE OF RCVC-REC.
            COMPUTE RV-AVG-VALUE OF RCVC-REC ROUNDED =
                    RT-UNIT-QTY (RT-SUB) * RT-OLD-COST (RT-SUB).
            WRITE RCVC-REC.
        600-CLOSE-RTN.
            CLOSE PO-FILE PROD-FILE LOTB-FILE OUT-FILE HIST-FILE
                  RCVC-FILE.
            IF ASNP-MISSING = "N"
               CLOSE ASNP-FILE
            END-IF.
            IF INSP-MISSING = "N"
               CLOSE INSP-FILE
            END-IF.
            CLOSE QCHD-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRICE.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO HIST-FILE-NAME.
            MOVE "RCVCOST.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCVC-FILE-NAME.
            MOVE "LOT.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOTB-FILE-NAME.
            MOVE "ASNPEND.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ASNP-FILE-NAME.
            MOVE "INSPECT.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INSP-FILE-NAME.
            MOVE "QCHOLD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO QCHD-FILE-NAME.
