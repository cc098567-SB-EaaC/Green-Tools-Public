      **                          ORDER-NO 記 RMA 號，過帳不回庫
      **                          ，另經 StockLog 以原因碼留存
      **                          報廢紀錄);折讓一律在處置後才
      **                          進入銷售流程;序號產品收貨時
      **                          逐台輸入退回序號(須為原銷售售
      **                          出者)，處置時經 SerialTrack 回庫
      **                          或報廢
      **                          對照 (SAM91.CBL) 之退貨檢核

        IDENTIFICATION  DIVISION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
        77 PROD-FS      PIC XX.
        77 SALE-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-SALE-NO-IN PIC X(8).
        77 WS-RMA-IN    PIC X(6).
        77 WS-QTY-IN    PIC 9(4) VALUE 0.
        77 WS-RETURNABLE PIC S9(5) VALUE 0.
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-SERIAL-IN PIC X(15) VALUE SPACES.
        77 WS-SER-SUB   PIC 9(4) VALUE 0.
        77 WS-SER-OK    PIC X  VALUE "N".
           COPY SERLREQ REPLACING ==SERL-REQ-GRP== BY ==SER-REQ==.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY RUNDATE.
      **
                     OR WS-QTY-IN > RM-QTY-AUTH OF RMA-REC
                     DISPLAY "INVALID QUANTITY" LINE 20 POSITION 10
                  ELSE
                     PERFORM 450-SERIAL-RETURN-RTN
                     MOVE WS-QTY-IN TO RM-QTY-RECV OF RMA-REC
                     MOVE "G" TO RM-STATUS OF RMA-REC
                     REWRITE RMA-REC
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.

      * 序號產品逐台輸入退回之序號，須為本 RMA 原銷售售出者;
      * 輸入錯誤時重新輸入該台
        450-SERIAL-RETURN-RTN.
            MOVE "Q" TO SRQ-FUNC OF SER-REQ.
            MOVE RM-PRO-NO OF RMA-REC TO SRQ-PRO-NO OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               PERFORM 455-ONE-SERIAL-RTN
                  VARYING WS-SER-SUB FROM 1 BY 1
                  UNTIL WS-SER-SUB > WS-QTY-IN
            END-IF.
        455-ONE-SERIAL-RTN.
            MOVE "N" TO WS-SER-OK.
            PERFORM 457-ACCEPT-SERIAL-RTN UNTIL WS-SER-OK = "Y".
        457-ACCEPT-SERIAL-RTN.
            MOVE SPACES TO WS-SERIAL-IN.
            DISPLAY "退回序號 " WS-SER-SUB "/" WS-QTY-IN " :"
                    LINE 10 POSITION 10.
            ACCEPT WS-SERIAL-IN LINE 10 POSITION 35.
            MOVE "T" TO SRQ-FUNC OF SER-REQ.
            MOVE RM-PRO-NO OF RMA-REC  TO SRQ-PRO-NO OF SER-REQ.
            MOVE WS-SERIAL-IN          TO SRQ-SERIAL-NO OF SER-REQ.
            MOVE RM-NO OF RMA-REC      TO SRQ-REF-NO OF SER-REQ.
            MOVE ZERO                  TO SRQ-REF-LINE OF SER-REQ.
            MOVE RM-SALE-NO OF RMA-REC TO SRQ-SALE-NO OF SER-REQ.
            MOVE RM-CUS-NO OF RMA-REC  TO SRQ-PARTY OF SER-REQ.
            MOVE SPACES                TO SRQ-WAREHOUSE OF SER-REQ.
            MOVE WS-RUN-DATE-NUM       TO SRQ-DATE OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               MOVE "Y" TO WS-SER-OK
            ELSE
               DISPLAY SRQ-MESSAGE OF SER-REQ LINE 20 POSITION 10
            END-IF.

      * 處置:可售(R)寫一般退貨交易，過帳回庫並開折讓;報廢(S)
      * 須記原因碼，退貨交易之 ORDER-NO 記 RMA 號，過帳不回庫
        500-DISPOSE-RTN.
            IF WS-DISP-IN = "S"
               PERFORM 570-LOG-SCRAP-RTN
            END-IF.
            PERFORM 580-SERIAL-DISP-RTN.
            DISPLAY "RMA " WS-RMA-IN " CLOSED, DISP "
                    WS-DISP-IN LINE 18 POSITION 10.
      * 折讓來源:退貨交易進入銷售批次，價格取原銷售單價
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE RUN-DATE TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD
                 TO SALE-NO OF SALE-REC.
            MOVE RM-PRO-NO OF RMA-REC   TO PRODUCT-NO OF SALE-REC.
            MOVE SR-PRICE OF SREG-REC   TO PRICE OF SALE-REC.
            ELSE
               MOVE SPACES TO ORDER-NO OF SALE-REC
            END-IF.
            MOVE SPACES TO PROMO-CODE OF SALE-REC.
            MOVE SPACES TO SHIP-TO-CODE OF SALE-REC.
            WRITE SALE-REC.
      * 報廢紀錄:總量不變(貨未回庫即銷毀)，異動帳以前後相同
      * 之量留存 RMA 號與原因碼備查
               MOVE ZERO TO SL-BATCH-NO OF LOG-REC
               CALL "StockLog" USING LOG-REC
            END-IF.
      * 本 RMA 收回之序號:可售者回庫(I)再供銷售，報廢者註記(X);
      * 非序號產品無退回序號，不受影響
        580-SERIAL-DISP-RTN.
            MOVE "Q" TO SRQ-FUNC OF SER-REQ.
            MOVE RM-PRO-NO OF RMA-REC TO SRQ-PRO-NO OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               PERFORM 585-SERIAL-APPLY-RTN
            END-IF.
        585-SERIAL-APPLY-RTN.
            IF WS-DISP-IN = "R"
               MOVE "I" TO SRQ-FUNC OF SER-REQ
            ELSE
               MOVE "X" TO SRQ-FUNC OF SER-REQ
            END-IF.
            MOVE RM-PRO-NO OF RMA-REC  TO SRQ-PRO-NO OF SER-REQ.
            MOVE SPACES                TO SRQ-SERIAL-NO OF SER-REQ.
            MOVE RM-NO OF RMA-REC      TO SRQ-REF-NO OF SER-REQ.
            MOVE ZERO                  TO SRQ-REF-LINE OF SER-REQ.
            MOVE RM-SALE-NO OF RMA-REC TO SRQ-SALE-NO OF SER-REQ.
            MOVE RM-CUS-NO OF RMA-REC  TO SRQ-PARTY OF SER-REQ.
            MOVE SPACES                TO SRQ-WAREHOUSE OF SER-REQ.
            MOVE WS-RUN-DATE-NUM       TO SRQ-DATE OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "RMA.DAT" TO EN-LOGICAL.
