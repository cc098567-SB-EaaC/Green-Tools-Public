      ** 服務水準月報表 (SVCLVL.CBL):依輸入月份，按客戶別及合計列出
      **                            整行滿足率(揀貨確認檔之揀貨量
      **                            足額且缺貨檔無該行者)、數量滿
      **                            足率、當月補出之缺貨平均等待天
      **                            數，與準時交貨率(出貨檔之交貨
      **                            日對訂單行之承諾日，無承諾日者
      **                            對訂單日加輸入之寬限天數);另依
      **                            未足額與遲交次數列出缺失最多之
      **                            前十項產品
      **                            對照 (TURNRPT.CBL) 之表格彙總與
      **                            (ORDBKLG.CBL) 之訂單行對照

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ServiceLevel.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PKCF-FILE ASSIGN TO RANDOM PKCF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PC-SALE-NO
                  FILE STATUS IS PKCF-FS.
           SELECT BORD-FILE ASSIGN TO RANDOM BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS BORD-FS.
           SELECT SHIP-FILE ASSIGN TO RANDOM SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DL-SALE-NO
                  FILE STATUS IS SHIP-FS.
           SELECT SOHD-FILE ASSIGN TO RANDOM SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SO-NO
                  FILE STATUS IS SOHD-FS.
           SELECT SOLN-FILE ASSIGN TO RANDOM SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SOL-KEY
                  FILE STATUS IS SOLN-FS.
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
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PKCF-FILE
           LABEL RECORD IS STANDARD.
           COPY PKCFCOPY REPLACING ==PKCF-GRP== BY ==PKCF-REC==.
        FD BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==BORD-REC==.
        FD SHIP-FILE
           LABEL RECORD IS STANDARD.
           COPY SHIPCOPY REPLACING ==SHIP-GRP== BY ==SHIP-REC==.
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==SOLN-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 PKCF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHIP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PKCF-FS      PIC XX.
        77 BORD-FS      PIC XX.
        77 SHIP-FS      PIC XX.
        77 SOHD-FS      PIC XX.
        77 SOLN-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 PKCF-EOF     PIC X  VALUE "N".
        77 BORD-EOF     PIC X  VALUE "N".
        77 SHIP-EOF     PIC X  VALUE "N".
        77 SOLN-EOF     PIC X  VALUE "N".
        77 PKCF-MISSING PIC X  VALUE "N".
        77 BORD-MISSING PIC X  VALUE "N".
        77 SHIP-MISSING PIC X  VALUE "N".
        77 SOHD-MISSING PIC X  VALUE "N".
        77 SOLN-MISSING PIC X  VALUE "N".
        77 WS-BO-FOUND  PIC X  VALUE "N".
        77 WS-LATE      PIC X  VALUE "N".
        77 WS-MONTH     PIC 9(6) VALUE 0.
        01 WS-MONTH-R.
           05 WS-MON-YY PIC 9(4).
           05 WS-MON-MM PIC 9(2).
        77 WS-GRACE-DAYS PIC 9(2) VALUE 0.
        77 WS-DATE-MONTH PIC 9(6) VALUE 0.
        77 WS-CUS-NO    PIC X(4) VALUE SPACES.
        77 WS-PRO-NO    PIC X(13) VALUE SPACES.
        77 WS-FILL-QTY  PIC 9(4) VALUE 0.
        77 WS-ORDER-DATE PIC 9(8) VALUE 0.
        77 WS-PROMISE-DATE PIC 9(8) VALUE 0.
        77 WS-BO-DATE   PIC 9(8) VALUE 0.
        77 WS-WAIT-DAYS PIC 9(5) VALUE 0.
        77 WS-DUE-INT   PIC 9(7) VALUE 0.
        77 WS-DEL-INT   PIC 9(7) VALUE 0.
      * 出貨檔之銷售行影像(DL-SALE-LINE)
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SHIP-SALE==.
      * 比率計算欄:客戶別與合計共用
        77 WS-R-LINES   PIC 9(7) VALUE 0.
        77 WS-R-FULL    PIC 9(7) VALUE 0.
        77 WS-R-ORD-QTY PIC 9(9) VALUE 0.
        77 WS-R-FIL-QTY PIC 9(9) VALUE 0.
        77 WS-R-BO-CNT  PIC 9(7) VALUE 0.
        77 WS-R-BO-DAYS PIC 9(9) VALUE 0.
        77 WS-R-SHIPS   PIC 9(7) VALUE 0.
        77 WS-R-ONTIME  PIC 9(7) VALUE 0.
        01 CUS-TABLE.
           05 CS-ENTRY OCCURS 300 TIMES.
              10 CS-CUS-NO      PIC X(4)  VALUE SPACES.
              10 CS-LINES       PIC 9(7)  VALUE 0.
              10 CS-FULL        PIC 9(7)  VALUE 0.
              10 CS-ORD-QTY     PIC 9(9)  VALUE 0.
              10 CS-FIL-QTY     PIC 9(9)  VALUE 0.
              10 CS-BO-CNT      PIC 9(7)  VALUE 0.
              10 CS-BO-DAYS     PIC 9(9)  VALUE 0.
              10 CS-SHIPS       PIC 9(7)  VALUE 0.
              10 CS-ONTIME      PIC 9(7)  VALUE 0.
        77 CS-COUNT     PIC 9(3) VALUE 0.
        77 CS-SUB       PIC 9(3) VALUE 0.
        77 CS-FOUND     PIC X  VALUE "N".
      * 產品別缺失次數:未足額之行與遲交之出貨
        01 MISS-TABLE.
           05 MS-ENTRY OCCURS 500 TIMES.
              10 MS-PRO-NO      PIC X(13) VALUE SPACES.
              10 MS-SHORT-CNT   PIC 9(5)  VALUE 0.
              10 MS-LATE-CNT    PIC 9(5)  VALUE 0.
              10 MS-TOTAL-CNT   PIC 9(5)  VALUE 0.
              10 MS-PRINTED     PIC X     VALUE "N".
        77 MS-COUNT     PIC 9(3) VALUE 0.
        77 MS-SUB       PIC 9(3) VALUE 0.
        77 MS-FOUND     PIC X  VALUE "N".
        77 MS-BEST      PIC 9(3) VALUE 0.
        77 MS-RANK      PIC 9(2) VALUE 0.
        77 T-LINES      PIC 9(7) VALUE 0.
        77 T-FULL       PIC 9(7) VALUE 0.
        77 T-ORD-QTY    PIC 9(9) VALUE 0.
        77 T-FIL-QTY    PIC 9(9) VALUE 0.
        77 T-BO-CNT     PIC 9(7) VALUE 0.
        77 T-BO-DAYS    PIC 9(9) VALUE 0.
        77 T-SHIPS      PIC 9(7) VALUE 0.
        77 T-ONTIME     PIC 9(7) VALUE 0.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-MM             PIC 99.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-DD             PIC 99.
           05 FILLER            PIC X(8)  VALUE "  PAGE: ".
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(29)
              VALUE "CUSTOMER SERVICE LEVEL REPORT".
        01 PERIOD-LINE.
           05 FILLER            PIC X(17) VALUE "報表月份   : ".
           05 PL-MONTH          PIC 9(6).
           05 FILLER            PIC X(26)
              VALUE "   無承諾日寬限 : ".
           05 PL-GRACE-DAYS     PIC Z9.
           05 FILLER            PIC X(4)  VALUE " 天".
        01 HEADING2.
           05 FILLER            PIC X(6)  VALUE "客戶".
           05 FILLER            PIC X(8)  VALUE "名稱".
           05 FILLER            PIC X(9)  VALUE "行數".
           05 FILLER            PIC X(9)  VALUE "整行率".
           05 FILLER            PIC X(9)  VALUE "數量率".
           05 FILLER            PIC X(9)  VALUE "缺貨數".
           05 FILLER            PIC X(9)  VALUE "平均等".
           05 FILLER            PIC X(9)  VALUE "出貨數".
           05 FILLER            PIC X(9)  VALUE "準時率".
        01 DETAIL-LINE.
           05 SL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(1).
           05 SL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(1).
           05 SL-LINES          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 SL-LINE-PCT       PIC ZZ9.9.
           05 FILLER            PIC X(3).
           05 SL-UNIT-PCT       PIC ZZ9.9.
           05 FILLER            PIC X(2).
           05 SL-BO-CNT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 SL-AVG-WAIT       PIC ZZZ9.9.
           05 FILLER            PIC X(1).
           05 SL-SHIPS          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 SL-ONTIME-PCT     PIC ZZ9.9.
        01 MISS-HEADING.
           05 FILLER            PIC X(30)
              VALUE "缺失最多之產品".
        01 MISS-HEADING2.
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(11) VALUE "名稱".
           05 FILLER            PIC X(10) VALUE "未足額".
           05 FILLER            PIC X(8)  VALUE "遲交".
           05 FILLER            PIC X(6)  VALUE "合計".
        01 MISS-LINE.
           05 ML-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1).
           05 ML-PRO-NAME       PIC X(10).
           05 FILLER            PIC X(1).
           05 ML-SHORT-CNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 ML-LATE-CNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 ML-TOTAL-CNT      PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PKCF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PKCF-FILE.
        PKCF-ERROR-PROCESS.
           IF PKCF-FS NOT = "00"
              MOVE "Y" TO PKCF-MISSING.
        BORD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BORD-FILE.
        BORD-ERROR-PROCESS.
           IF BORD-FS NOT = "00"
              MOVE "Y" TO BORD-MISSING.
        SHIP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHIP-FILE.
        SHIP-ERROR-PROCESS.
           IF SHIP-FS NOT = "00"
              MOVE "Y" TO SHIP-MISSING.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS NOT = "00"
              MOVE "Y" TO SOHD-MISSING.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS NOT = "00"
              MOVE "Y" TO SOLN-MISSING.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              STOP RUN.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-GET-PARAMETERS-RTN.
            OPEN INPUT CUST-FILE PROD-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO BORD-MISSING.
            OPEN INPUT BORD-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-FILL-RATE-RTN.
            PERFORM 400-BACKORDER-WAIT-RTN.
            PERFORM 500-ON-TIME-RTN.
            PERFORM 600-WRITE-CUSTOMER-RTN
               VARYING CS-SUB FROM 1 BY 1 UNTIL CS-SUB > CS-COUNT.
            PERFORM 650-WRITE-TOTAL-RTN.
            PERFORM 700-WRITE-MISSES-RTN.
            IF BORD-MISSING = "N"
               CLOSE BORD-FILE
            END-IF.
            CLOSE CUST-FILE PROD-FILE OUT-FILE.
            STOP RUN.
      * 報表月份未輸入以上月計;無承諾日之出貨以訂單日加寬限天數
      * 為應交日，未輸入以 2 天計
        100-GET-PARAMETERS-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "報表月份 YYYYMM (預設上月) :"
                    LINE 5 POSITION 15.
            ACCEPT WS-MONTH LINE 5 POSITION 46.
            DISPLAY "無承諾日寬限天數 (預設 2) :"
                    LINE 7 POSITION 15.
            ACCEPT WS-GRACE-DAYS LINE 7 POSITION 46.
            IF WS-MONTH = ZERO
               MOVE RUN-YY TO WS-MON-YY
               MOVE RUN-MM TO WS-MON-MM
               IF WS-MON-MM = 1
                  MOVE 12 TO WS-MON-MM
                  SUBTRACT 1 FROM WS-MON-YY
               ELSE
                  SUBTRACT 1 FROM WS-MON-MM
               END-IF
               MOVE WS-MONTH-R TO WS-MONTH
            END-IF.
            IF WS-GRACE-DAYS = ZERO
               MOVE 2 TO WS-GRACE-DAYS
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-MONTH      TO PL-MONTH.
            MOVE WS-GRACE-DAYS TO PL-GRACE-DAYS.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 整行與數量滿足率:當月銷售之已確認揀貨行，揀貨量足額且
      * 缺貨檔無該行(產品+銷售日+單號)者為整行滿足
        300-FILL-RATE-RTN.
            MOVE "N" TO PKCF-MISSING.
            OPEN INPUT PKCF-FILE.
            IF PKCF-MISSING = "N"
               PERFORM 310-READ-PKCF-RTN
               PERFORM 320-ONE-PICK-RTN UNTIL PKCF-EOF = "Y"
               CLOSE PKCF-FILE
            END-IF.
        310-READ-PKCF-RTN.
            READ PKCF-FILE NEXT RECORD AT END MOVE "Y" TO PKCF-EOF.
        320-ONE-PICK-RTN.
            COMPUTE WS-DATE-MONTH = PC-SALE-DATE OF PKCF-REC / 100.
            IF PC-CONFIRMED OF PKCF-REC AND WS-DATE-MONTH = WS-MONTH
               PERFORM 330-CHECK-BACKORDER-RTN
               MOVE PC-CUS-NO OF PKCF-REC TO WS-CUS-NO
               PERFORM 800-FIND-CUSTOMER-RTN
               IF PC-PICK-QTY OF PKCF-REC < PC-ORDER-QTY OF PKCF-REC
                  MOVE PC-PICK-QTY OF PKCF-REC TO WS-FILL-QTY
               ELSE
                  MOVE PC-ORDER-QTY OF PKCF-REC TO WS-FILL-QTY
               END-IF
               ADD 1 TO T-LINES
               ADD PC-ORDER-QTY OF PKCF-REC TO T-ORD-QTY
               ADD WS-FILL-QTY TO T-FIL-QTY
               IF CS-FOUND = "Y"
                  ADD 1 TO CS-LINES (CS-SUB)
                  ADD PC-ORDER-QTY OF PKCF-REC TO CS-ORD-QTY (CS-SUB)
                  ADD WS-FILL-QTY TO CS-FIL-QTY (CS-SUB)
               END-IF
               IF PC-PICK-QTY OF PKCF-REC NOT < PC-ORDER-QTY
                                                OF PKCF-REC
                  AND WS-BO-FOUND = "N"
                  ADD 1 TO T-FULL
                  IF CS-FOUND = "Y"
                     ADD 1 TO CS-FULL (CS-SUB)
                  END-IF
               ELSE
                  MOVE PC-PRO-NO OF PKCF-REC TO WS-PRO-NO
                  PERFORM 820-FIND-PRODUCT-RTN
                  IF MS-FOUND = "Y"
                     ADD 1 TO MS-SHORT-CNT (MS-SUB)
                     ADD 1 TO MS-TOTAL-CNT (MS-SUB)
                  END-IF
               END-IF
            END-IF.
            PERFORM 310-READ-PKCF-RTN.
        330-CHECK-BACKORDER-RTN.
            MOVE "N" TO WS-BO-FOUND.
            IF BORD-MISSING = "N"
               MOVE PC-PRO-NO OF PKCF-REC    TO BO-PRO-NO OF BORD-REC
               MOVE PC-SALE-DATE OF PKCF-REC TO BO-DATE OF BORD-REC
               MOVE PC-SALE-NO OF PKCF-REC   TO BO-SALE-NO OF BORD-REC
               READ BORD-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-BO-FOUND
               END-READ
            END-IF.
      * 缺貨等待天數:當月補出之缺貨，補出日減缺貨日(即銷售日)
        400-BACKORDER-WAIT-RTN.
            IF BORD-MISSING = "N"
               MOVE LOW-VALUES TO BO-KEY OF BORD-REC
               MOVE "N" TO BORD-EOF
               START BORD-FILE KEY IS NOT LESS THAN BO-KEY
                  INVALID KEY MOVE "Y" TO BORD-EOF
               END-START
               PERFORM 410-READ-BORD-RTN
               PERFORM 420-ONE-BACKORDER-RTN UNTIL BORD-EOF = "Y"
            END-IF.
        410-READ-BORD-RTN.
            IF BORD-EOF = "N"
               READ BORD-FILE NEXT RECORD
                  AT END MOVE "Y" TO BORD-EOF
               END-READ
            END-IF.
        420-ONE-BACKORDER-RTN.
            MOVE ZERO TO WS-DATE-MONTH.
            IF BO-STATUS OF BORD-REC = "R"
               AND BO-REL-DATE OF BORD-REC NUMERIC
               COMPUTE WS-DATE-MONTH = BO-REL-DATE OF BORD-REC / 100
            END-IF.
            IF WS-DATE-MONTH = WS-MONTH
               MOVE BO-DATE OF BORD-REC TO WS-BO-DATE
               COMPUTE WS-WAIT-DAYS =
                       FUNCTION INTEGER-OF-DATE
                          (BO-REL-DATE OF BORD-REC)
                     - FUNCTION INTEGER-OF-DATE (WS-BO-DATE)
                  ON SIZE ERROR MOVE ZERO TO WS-WAIT-DAYS
               END-COMPUTE
               MOVE BO-CUS-NO OF BORD-REC TO WS-CUS-NO
               PERFORM 800-FIND-CUSTOMER-RTN
               ADD 1 TO T-BO-CNT
               ADD WS-WAIT-DAYS TO T-BO-DAYS
               IF CS-FOUND = "Y"
                  ADD 1 TO CS-BO-CNT (CS-SUB)
                  ADD WS-WAIT-DAYS TO CS-BO-DAYS (CS-SUB)
               END-IF
            END-IF.
            PERFORM 410-READ-BORD-RTN.
      * 準時交貨:當月交貨(退回未交者除外)之出貨，交貨日不晚於
      * 訂單行之承諾日為準時;無承諾日者以訂單日(櫃台銷售即銷售
      * 日)加寬限天數為應交日
        500-ON-TIME-RTN.
            MOVE "N" TO SHIP-MISSING SOHD-MISSING SOLN-MISSING.
            OPEN INPUT SHIP-FILE.
            IF SHIP-MISSING = "N"
               OPEN INPUT SOHD-FILE SOLN-FILE
               PERFORM 510-READ-SHIP-RTN
               PERFORM 520-ONE-SHIPMENT-RTN UNTIL SHIP-EOF = "Y"
               CLOSE SHIP-FILE
               IF SOHD-MISSING = "N"
                  CLOSE SOHD-FILE
               END-IF
               IF SOLN-MISSING = "N"
                  CLOSE SOLN-FILE
               END-IF
            END-IF.
        510-READ-SHIP-RTN.
            READ SHIP-FILE NEXT RECORD AT END MOVE "Y" TO SHIP-EOF.
        520-ONE-SHIPMENT-RTN.
            COMPUTE WS-DATE-MONTH = DL-DATE OF SHIP-REC / 100.
            IF WS-DATE-MONTH = WS-MONTH
               AND NOT DL-UNDELIVERED OF SHIP-REC
               MOVE DL-SALE-LINE OF SHIP-REC TO SHIP-SALE
               PERFORM 530-GET-DUE-DATE-RTN
               PERFORM 550-CHECK-LATE-RTN
               MOVE DL-CUS-NO OF SHIP-REC TO WS-CUS-NO
               PERFORM 800-FIND-CUSTOMER-RTN
               ADD 1 TO T-SHIPS
               IF CS-FOUND = "Y"
                  ADD 1 TO CS-SHIPS (CS-SUB)
               END-IF
               IF WS-LATE = "N"
                  ADD 1 TO T-ONTIME
                  IF CS-FOUND = "Y"
                     ADD 1 TO CS-ONTIME (CS-SUB)
                  END-IF
               ELSE
                  MOVE PRODUCT-NO OF SHIP-SALE TO WS-PRO-NO
                  PERFORM 820-FIND-PRODUCT-RTN
                  IF MS-FOUND = "Y"
                     ADD 1 TO MS-LATE-CNT (MS-SUB)
                     ADD 1 TO MS-TOTAL-CNT (MS-SUB)
                  END-IF
               END-IF
            END-IF.
            PERFORM 510-READ-SHIP-RTN.
        530-GET-DUE-DATE-RTN.
            MOVE SALES-DATE OF SHIP-SALE TO WS-ORDER-DATE.
            MOVE ZERO TO WS-PROMISE-DATE.
            IF ORDER-NO OF SHIP-SALE NOT = SPACES
               AND SOHD-MISSING = "N"
               MOVE ORDER-NO OF SHIP-SALE TO SO-NO OF SOHD-REC
               READ SOHD-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE SO-DATE OF SOHD-REC TO WS-ORDER-DATE
               END-READ
            END-IF.
            IF ORDER-NO OF SHIP-SALE NOT = SPACES
               AND SOLN-MISSING = "N"
               MOVE ORDER-NO OF SHIP-SALE TO SOL-ORDER-NO OF SOLN-REC
               MOVE ZERO TO SOL-LINE-NO OF SOLN-REC
               MOVE "N" TO SOLN-EOF
               START SOLN-FILE KEY IS NOT LESS THAN SOL-KEY
                  INVALID KEY MOVE "Y" TO SOLN-EOF
               END-START
               PERFORM 540-READ-SOLN-RTN
               PERFORM 545-MATCH-LINE-RTN UNTIL SOLN-EOF = "Y"
            END-IF.
        540-READ-SOLN-RTN.
            IF SOLN-EOF = "N"
               READ SOLN-FILE NEXT RECORD
                  AT END MOVE "Y" TO SOLN-EOF
               END-READ
            END-IF.
            IF SOLN-EOF = "N" AND SOL-ORDER-NO OF SOLN-REC
                                  NOT = ORDER-NO OF SHIP-SALE
               MOVE "Y" TO SOLN-EOF
            END-IF.
        545-MATCH-LINE-RTN.
            IF SOL-SALE-NO OF SOLN-REC = SALE-NO OF SHIP-SALE
               AND SOL-PRO-NO OF SOLN-REC = PRODUCT-NO OF SHIP-SALE
               MOVE SOL-PROMISE-DATE OF SOLN-REC TO WS-PROMISE-DATE
               MOVE "Y" TO SOLN-EOF
            ELSE
               PERFORM 540-READ-SOLN-RTN
            END-IF.
        550-CHECK-LATE-RTN.
            MOVE "N" TO WS-LATE.
            COMPUTE WS-DEL-INT =
                    FUNCTION INTEGER-OF-DATE (DL-DATE OF SHIP-REC).
            IF WS-PROMISE-DATE > ZERO
               COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-PROMISE-DATE)
            ELSE
               COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-ORDER-DATE)
                     + WS-GRACE-DAYS
            END-IF.
            IF WS-DEL-INT > WS-DUE-INT
               MOVE "Y" TO WS-LATE
            END-IF.
        600-WRITE-CUSTOMER-RTN.
            MOVE CS-CUS-NO (CS-SUB) TO SL-CUS-NO CM-CUS-NO OF CUST-REC.
            READ CUST-FILE
               INVALID KEY MOVE SPACES TO CM-CUS-NAME OF CUST-REC
            END-READ.
            MOVE CM-CUS-NAME OF CUST-REC TO SL-CUS-NAME.
            MOVE CS-LINES (CS-SUB)   TO WS-R-LINES.
            MOVE CS-FULL (CS-SUB)    TO WS-R-FULL.
            MOVE CS-ORD-QTY (CS-SUB) TO WS-R-ORD-QTY.
            MOVE CS-FIL-QTY (CS-SUB) TO WS-R-FIL-QTY.
            MOVE CS-BO-CNT (CS-SUB)  TO WS-R-BO-CNT.
            MOVE CS-BO-DAYS (CS-SUB) TO WS-R-BO-DAYS.
            MOVE CS-SHIPS (CS-SUB)   TO WS-R-SHIPS.
            MOVE CS-ONTIME (CS-SUB)  TO WS-R-ONTIME.
            PERFORM 660-WRITE-RATE-LINE-RTN.
        650-WRITE-TOTAL-RTN.
            MOVE SPACES TO SL-CUS-NO.
            MOVE "合計" TO SL-CUS-NAME.
            MOVE T-LINES   TO WS-R-LINES.
            MOVE T-FULL    TO WS-R-FULL.
            MOVE T-ORD-QTY TO WS-R-ORD-QTY.
            MOVE T-FIL-QTY TO WS-R-FIL-QTY.
            MOVE T-BO-CNT  TO WS-R-BO-CNT.
            MOVE T-BO-DAYS TO WS-R-BO-DAYS.
            MOVE T-SHIPS   TO WS-R-SHIPS.
            MOVE T-ONTIME  TO WS-R-ONTIME.
            PERFORM 660-WRITE-RATE-LINE-RTN.
      * 無分母之比率以零列印
        660-WRITE-RATE-LINE-RTN.
            MOVE WS-R-LINES  TO SL-LINES.
            MOVE WS-R-BO-CNT TO SL-BO-CNT.
            MOVE WS-R-SHIPS  TO SL-SHIPS.
            MOVE ZERO TO SL-LINE-PCT SL-UNIT-PCT SL-AVG-WAIT
                         SL-ONTIME-PCT.
            IF WS-R-LINES > ZERO
               COMPUTE SL-LINE-PCT ROUNDED =
                       WS-R-FULL * 100 / WS-R-LINES
            END-IF.
            IF WS-R-ORD-QTY > ZERO
               COMPUTE SL-UNIT-PCT ROUNDED =
                       WS-R-FIL-QTY * 100 / WS-R-ORD-QTY
            END-IF.
            IF WS-R-BO-CNT > ZERO
               COMPUTE SL-AVG-WAIT ROUNDED =
                       WS-R-BO-DAYS / WS-R-BO-CNT
                  ON SIZE ERROR MOVE 9999.9 TO SL-AVG-WAIT
               END-COMPUTE
            END-IF.
            IF WS-R-SHIPS > ZERO
               COMPUTE SL-ONTIME-PCT ROUNDED =
                       WS-R-ONTIME * 100 / WS-R-SHIPS
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 缺失次數(未足額行加遲交出貨)由多至少取前十項
        700-WRITE-MISSES-RTN.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM MISS-HEADING AFTER 3 LINES.
            WRITE OUT-REC FROM MISS-HEADING2 AFTER 2 LINES.
            MOVE 1 TO MS-BEST.
            PERFORM 710-WRITE-NEXT-MISS-RTN
               VARYING MS-RANK FROM 1 BY 1
               UNTIL MS-RANK > 10 OR MS-BEST = ZERO.
        710-WRITE-NEXT-MISS-RTN.
            MOVE ZERO TO MS-BEST.
            PERFORM 715-COMPARE-MISS-RTN
               VARYING MS-SUB FROM 1 BY 1 UNTIL MS-SUB > MS-COUNT.
            IF MS-BEST > ZERO
               MOVE "Y" TO MS-PRINTED (MS-BEST)
               MOVE MS-PRO-NO (MS-BEST) TO ML-PRO-NO
                                           PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY MOVE SPACES TO PRO-NAME OF PROD-REC
               END-READ
               MOVE PRO-NAME OF PROD-REC    TO ML-PRO-NAME
               MOVE MS-SHORT-CNT (MS-BEST) TO ML-SHORT-CNT
               MOVE MS-LATE-CNT (MS-BEST)  TO ML-LATE-CNT
               MOVE MS-TOTAL-CNT (MS-BEST) TO ML-TOTAL-CNT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM MISS-LINE AFTER 1 LINES
            END-IF.
        715-COMPARE-MISS-RTN.
            IF MS-PRINTED (MS-SUB) = "N"
               IF MS-BEST = ZERO
                  MOVE MS-SUB TO MS-BEST
               ELSE
                  IF MS-TOTAL-CNT (MS-SUB) > MS-TOTAL-CNT (MS-BEST)
                     MOVE MS-SUB TO MS-BEST
                  END-IF
               END-IF
            END-IF.
      * 客戶別累計表:找不到即新增一格，表滿則只計入合計
        800-FIND-CUSTOMER-RTN.
            MOVE "N" TO CS-FOUND.
            PERFORM 805-MATCH-CUSTOMER-RTN
               VARYING CS-SUB FROM 1 BY 1
               UNTIL CS-SUB > CS-COUNT OR CS-FOUND = "Y".
            IF CS-FOUND = "Y"
               SUBTRACT 1 FROM CS-SUB
            ELSE
               IF CS-COUNT < 300
                  ADD 1 TO CS-COUNT
                  MOVE CS-COUNT TO CS-SUB
                  MOVE WS-CUS-NO TO CS-CUS-NO (CS-SUB)
                  MOVE "Y" TO CS-FOUND
               ELSE
                  DISPLAY "CUS-TABLE FULL, "
                          WS-CUS-NO " NOT SUBTOTALLED"
               END-IF
            END-IF.
        805-MATCH-CUSTOMER-RTN.
            IF CS-CUS-NO (CS-SUB) = WS-CUS-NO
               MOVE "Y" TO CS-FOUND
            END-IF.
        820-FIND-PRODUCT-RTN.
            MOVE "N" TO MS-FOUND.
            PERFORM 825-MATCH-PRODUCT-RTN
               VARYING MS-SUB FROM 1 BY 1
               UNTIL MS-SUB > MS-COUNT OR MS-FOUND = "Y".
            IF MS-FOUND = "Y"
               SUBTRACT 1 FROM MS-SUB
            ELSE
               IF MS-COUNT < 500
                  ADD 1 TO MS-COUNT
                  MOVE MS-COUNT TO MS-SUB
                  MOVE WS-PRO-NO TO MS-PRO-NO (MS-SUB)
                  MOVE "Y" TO MS-FOUND
               ELSE
                  DISPLAY "MISS-TABLE FULL, "
                          WS-PRO-NO " NOT COUNTED"
               END-IF
            END-IF.
        825-MATCH-PRODUCT-RTN.
            IF MS-PRO-NO (MS-SUB) = WS-PRO-NO
               MOVE "Y" TO MS-FOUND
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PICKCONF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PKCF-FILE-NAME.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BORD-FILE-NAME.
            MOVE "SHIPMENT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHIP-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOLN-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SVCLVL.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
