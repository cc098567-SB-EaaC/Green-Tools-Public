      ** 客戶購買歷史查詢 (CUSTHIST.CBL):輸入客戶編號(及可選
      **                                 之產品編號)後，經 SALES.REG 之
      **                                 客戶+日期替代鍵取出該客戶之銷售
      **                                 紀錄，由新至舊分頁列出日期、銷售
      **                                 單號、產品、數量、已退貨數量與單
      **                                 價，並顯示數量與退貨合計;供門市
      **                                 人員回覆「照上次」之訂貨，免翻查
      **                                 發票;紀錄超過表格容量時僅列最近
      **                                 200 筆;退貨之零數量登記不列出
      **                                 對照 (PRICEINQ.CBL) 之分頁方式

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CustHistory.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT SREG-FILE ASSIGN TO RANDOM SREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD SREG-FILE
           LABEL RECORD IS STANDARD.
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==SREG-REC==.

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 CUST-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 SREG-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-CUS-NO-IN PIC X(4).
        77 WS-PRO-NO-IN PIC X(13).
        77 SREG-EOF     PIC X  VALUE "N".
        77 WS-MATCH     PIC X  VALUE "N".
        77 WS-MATCH-CNT PIC 9(6) VALUE 0.
        77 WS-SKIP-CNT  PIC 9(6) VALUE 0.
        77 WS-TOT-QTY   PIC 9(7) VALUE 0.
        77 WS-TOT-RET   PIC 9(7) VALUE 0.
        01 HIST-TABLE.
           05 HT-ENTRY OCCURS 200 TIMES.
              10 HT-DATE       PIC 9(8).
              10 HT-SALE-NO    PIC X(8).
              10 HT-PRO-NO     PIC X(13).
              10 HT-QTY        PIC 9(4).
              10 HT-RET        PIC 9(4).
              10 HT-PRICE      PIC 9(4)V99.
        77 HT-MAX       PIC 9(3) VALUE 200.
        77 HT-COUNT     PIC 9(3) VALUE 0.
        77 HT-SUB       PIC 9(3).
        77 LIST-LINE    PIC 99 VALUE 8.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        01 LIST-LINE-REC.
           05 LL-YY            PIC 9999/.
           05 LL-MM            PIC 99/.
           05 LL-DD            PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 LL-SALE-NO       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 LL-PRO-NO        PIC X(13).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 LL-PRO-NAME      PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 LL-QTY           PIC ZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 LL-RET           PIC ZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 LL-PRICE         PIC Z,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        SREG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SREG-FILE.
        SREG-ERROR-PROCESS.
           IF SREG-FS NOT = "00"
              DISPLAY "SREG-FILE ERROR, STATUS = " SREG-FS
                      " - RUN FileConvert IF LAYOUT IS OLD"
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT CUST-FILE
                       PROD-FILE
                       SREG-FILE.
            PERFORM 100-INQUIRY-RTN UNTIL CONTI = "N".
            CLOSE CUST-FILE PROD-FILE SREG-FILE.
            EXIT PROGRAM.
        100-INQUIRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "客戶購買歷史查詢" LINE 2 POSITION 25.
            DISPLAY "客戶編號 :" LINE 4 POSITION 10.
            ACCEPT WS-CUS-NO-IN LINE 4 POSITION 23.
            DISPLAY "產品編號 (空白=全部) :" LINE 5 POSITION 10.
            MOVE SPACES TO WS-PRO-NO-IN.
            ACCEPT WS-PRO-NO-IN LINE 5 POSITION 35.
            MOVE WS-CUS-NO-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CUSTOMER NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
               PERFORM 150-INQUIRY-BODY-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 23 POSITION 10.
            ACCEPT CONTI LINE 23 POSITION 30.
      * 先計算符合筆數，超過表格容量時略過最舊者，使表格內
      * 恆為最近之紀錄
        150-INQUIRY-BODY-RTN.
            MOVE 0 TO WS-MATCH-CNT WS-TOT-QTY WS-TOT-RET.
            PERFORM 200-START-SREG-RTN.
            PERFORM 240-COUNT-ONE-RTN UNTIL SREG-EOF = "Y".
            IF WS-MATCH-CNT = 0
               DISPLAY "NO SALES ON FILE FOR THIS CUSTOMER"
                       LINE 8 POSITION 10
            ELSE
               MOVE 0 TO WS-SKIP-CNT
               IF WS-MATCH-CNT > HT-MAX
                  COMPUTE WS-SKIP-CNT = WS-MATCH-CNT - HT-MAX
               END-IF
               PERFORM 300-LOAD-TABLE-RTN
               PERFORM 500-LIST-HISTORY-RTN
               DISPLAY "合計數量 : " WS-TOT-QTY
                       "   退貨合計 : " WS-TOT-RET
                       LINE 21 POSITION 10
               IF WS-SKIP-CNT > 0
                  DISPLAY "僅列最近 200 筆" LINE 21 POSITION 55
               END-IF
            END-IF.
      * 以客戶+日期替代鍵定位至該客戶最早之紀錄
        200-START-SREG-RTN.
            MOVE WS-CUS-NO-IN TO SR-CUS-NO OF SREG-REC.
            MOVE ZERO         TO SR-DATE OF SREG-REC.
            MOVE "N" TO SREG-EOF.
            START SREG-FILE KEY IS NOT LESS THAN SR-CUS-KEY
               INVALID KEY MOVE "Y" TO SREG-EOF
            END-START.
            IF SREG-EOF = "N"
               PERFORM 210-READ-SREG-NEXT
            END-IF.
        210-READ-SREG-NEXT.
            READ SREG-FILE NEXT RECORD
               AT END MOVE "Y" TO SREG-EOF
            END-READ.
            IF SREG-EOF = "N"
               AND SR-CUS-NO OF SREG-REC NOT = WS-CUS-NO-IN
               MOVE "Y" TO SREG-EOF
            END-IF.
      * 退貨以其本身單號登記之零數量紀錄僅供重複檢核，不列出;
      * 退貨數量已累計於原銷售之 SR-QTY-RETURNED
        230-MATCH-RTN.
            MOVE "N" TO WS-MATCH.
            IF SR-QTY OF SREG-REC > ZERO
               IF WS-PRO-NO-IN = SPACES
                  OR SR-PRO-NO OF SREG-REC = WS-PRO-NO-IN
                  MOVE "Y" TO WS-MATCH
               END-IF
            END-IF.
        240-COUNT-ONE-RTN.
            PERFORM 230-MATCH-RTN.
            IF WS-MATCH = "Y"
               ADD 1 TO WS-MATCH-CNT
               ADD SR-QTY OF SREG-REC TO WS-TOT-QTY
               ADD SR-QTY-RETURNED OF SREG-REC TO WS-TOT-RET
            END-IF.
            PERFORM 210-READ-SREG-NEXT.
        300-LOAD-TABLE-RTN.
            MOVE 0 TO HT-COUNT.
            PERFORM 200-START-SREG-RTN.
            PERFORM 310-LOAD-ONE-RTN UNTIL SREG-EOF = "Y".
        310-LOAD-ONE-RTN.
            PERFORM 230-MATCH-RTN.
            IF WS-MATCH = "Y"
               IF WS-SKIP-CNT > 0
                  SUBTRACT 1 FROM WS-SKIP-CNT
               ELSE IF HT-COUNT < HT-MAX
                       ADD 1 TO HT-COUNT
                       MOVE SR-DATE OF SREG-REC TO HT-DATE(HT-COUNT)
                       MOVE SR-SALE-NO OF SREG-REC
                            TO HT-SALE-NO(HT-COUNT)
                       MOVE SR-PRO-NO OF SREG-REC
                            TO HT-PRO-NO(HT-COUNT)
                       MOVE SR-QTY OF SREG-REC TO HT-QTY(HT-COUNT)
                       MOVE SR-QTY-RETURNED OF SREG-REC
                            TO HT-RET(HT-COUNT)
                       MOVE SR-PRICE OF SREG-REC
                            TO HT-PRICE(HT-COUNT)
                    END-IF
               END-IF
            END-IF.
            PERFORM 210-READ-SREG-NEXT.
      * 表格依日期由舊至新載入，自末筆往前列出即為由新至舊
        500-LIST-HISTORY-RTN.
            PERFORM 520-LIST-HEADING-RTN.
            MOVE 8 TO LIST-LINE.
            MOVE 0 TO LIST-CNT.
            PERFORM 510-LIST-ONE-RTN
               VARYING HT-SUB FROM HT-COUNT BY -1 UNTIL HT-SUB < 1.
        510-LIST-ONE-RTN.
            MOVE HT-DATE(HT-SUB) (1:4) TO LL-YY.
            MOVE HT-DATE(HT-SUB) (5:2) TO LL-MM.
            MOVE HT-DATE(HT-SUB) (7:2) TO LL-DD.
            MOVE HT-SALE-NO(HT-SUB) TO LL-SALE-NO.
            MOVE HT-PRO-NO(HT-SUB)  TO LL-PRO-NO.
            MOVE HT-QTY(HT-SUB)     TO LL-QTY.
            MOVE HT-RET(HT-SUB)     TO LL-RET.
            MOVE HT-PRICE(HT-SUB)   TO LL-PRICE.
            MOVE HT-PRO-NO(HT-SUB)  TO PRO-NO OF PROD-REC.
            READ PROD-FILE
               INVALID KEY MOVE SPACES TO LL-PRO-NAME
               NOT INVALID KEY
                  MOVE PRO-NAME OF PROD-REC TO LL-PRO-NAME
            END-READ.
            DISPLAY LIST-LINE-REC LINE LIST-LINE POSITION 5.
            ADD 1 TO LIST-LINE.
            ADD 1 TO LIST-CNT.
            IF LIST-CNT NOT < MAX-PER-PAGE AND HT-SUB > 1
               DISPLAY "MORE - PRESS ENTER TO CONTINUE"
                       LINE 22 POSITION 10
               ACCEPT WS-MORE-KEY LINE 22 POSITION 45
               DISPLAY " " LINE 7 POSITION 1 WITH ERASE EOS
               PERFORM 520-LIST-HEADING-RTN
               MOVE 8 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
        520-LIST-HEADING-RTN.
            DISPLAY "日期" LINE 7 POSITION 5.
            DISPLAY "銷售單號" LINE 7 POSITION 17.
            DISPLAY "產品編號" LINE 7 POSITION 27.
            DISPLAY "品名" LINE 7 POSITION 41.
            DISPLAY "數量" LINE 7 POSITION 53.
            DISPLAY "退貨" LINE 7 POSITION 59.
            DISPLAY "單價" LINE 7 POSITION 67.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SREG-FILE-NAME.
