      **                          實揀量依揀貨確認)，單據格式比照
      **                          發票;每筆銷售記入出貨檔
      **                          SHIPMENT.DAT，司機回站後可回報
      **                          簽收註記;銷售行帶有送貨地址代號
      **                          者依客戶+送貨地址分單，印出送貨
      **                          地址檔 (SHIPTO.DAT) 之地址、聯絡
      **                          人與送貨指示，空白者送帳單地址;
      **                          每張單依送貨地址(或客戶)之路線
      **                          與站序記入出貨檔，可依路線列印
      **                          司機派車單 (RUNSHEET.OUT)，簽收
      **                          亦可整車回報，未送達之單註記 U
      **                          不開發票，下次產生時重回批次檔
      **                          另開新單;路線主檔 (ROUTE.MST)
      **                          由選項 4 維護;客戶料號對照檔
      **                          (CUSTITEM.XRF) 有該客戶該產品之
      **                          料號者，明細並列客戶料號;直送
      **                          銷貨由廠商逕送，不開送貨單;
      **                          寄售使用量之貨已在客戶處亦同;
      **                          整單總重量(產品單位重量乘數量)
      **                          依運費費率檔 (FREIGHT.TAB，選項 5
      **                          維護) 之重量級距計算運費，印於
      **                          送貨單並以非庫存產品 FREIGHT 一
      **                          行寫回當日批次檔供開票;送貨
      **                          日期為當日，遇非營業日順延至次
      **                          一營業日，派車單預設日期亦同
      **                          對照 (INVOICE.CBL) 之單據格式與
      **                          工作檔排序

                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT SHTO-FILE ASSIGN TO RANDOM SHTO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STO-KEY
                  FILE STATUS IS SHTO-FS.
           SELECT PKCF-FILE ASSIGN TO RANDOM PKCF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT ROUT-FILE ASSIGN TO RANDOM ROUT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RT-CODE
                  FILE STATUS IS ROUT-FS.
           SELECT CXRF-FILE ASSIGN TO RANDOM CXRF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CX-KEY
                  ALTERNATE RECORD KEY IS CX-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS CXRF-FS.
           SELECT RWRK-FILE ASSIGN TO RANDOM RWRK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RWRK-FS.
           SELECT RSHT-FILE ASSIGN TO RANDOM RSHT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RSHT-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT FRT-FILE ASSIGN TO RANDOM FRT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-MAX-WEIGHT
                  FILE STATUS IS FRT-FS.
           SELECT SORT-FILE ASSIGN TO "DLVSORT.TMP".
           SELECT RSORT-FILE ASSIGN TO "RUNSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD SHTO-FILE
           LABEL RECORD IS STANDARD.
           COPY SHTOCOPY REPLACING ==SHTO-GRP== BY ==SHTO-REC==.
        FD PKCF-FILE
           LABEL RECORD IS STANDARD.
           COPY PKCFCOPY REPLACING ==PKCF-GRP== BY ==PKCF-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD ROUT-FILE
           LABEL RECORD IS STANDARD.
           COPY ROUTCOPY REPLACING ==ROUT-GRP== BY ==ROUT-REC==.
        FD CXRF-FILE
           LABEL RECORD IS STANDARD.
           COPY CXRFCOPY REPLACING ==CXRF-GRP== BY ==CXRF-REC==.
        FD RWRK-FILE
           LABEL RECORD IS STANDARD.
           COPY SHIPCOPY REPLACING ==SHIP-GRP== BY ==RWRK-REC==.
        FD RSHT-FILE
           LABEL RECORD IS STANDARD.
        01 RSHT-REC             PIC X(80).
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD FRT-FILE
           LABEL RECORD IS STANDARD.
           COPY FRTCOPY REPLACING ==FRT-GRP== BY ==FRT-REC==.
        SD SORT-FILE.
        01 SD-REC.
           05 FILLER            PIC X(8).
           05 SD-SALE-NO        PIC X(8).
           05 FILLER            PIC X(36).
           05 SD-CUS-NO         PIC X(4).
           05 FILLER            PIC X(12).
           05 SD-SHIP-TO        PIC X(3).
        SD RSORT-FILE.
        01 RS-REC.
           05 FILLER            PIC X(8).
           05 RS-NOTE-NO        PIC X(6).
           05 FILLER            PIC X(16).
           05 RS-ROUTE          PIC X(4).
           05 RS-STOP-SEQ       PIC 9(3).
           05 FILLER            PIC X(71).

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHTO-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PKCF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHIP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 ROUT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CXRF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RWRK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RSHT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 FRT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 IN-FS        PIC XX.
        77 WORK-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 SHTO-FS      PIC XX.
        77 PKCF-FS      PIC XX.
        77 SHIP-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 ROUT-FS      PIC XX.
        77 CXRF-FS      PIC XX.
        77 RWRK-FS      PIC XX.
        77 RSHT-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 FRT-FS       PIC XX.
        77 PROD-MISSING PIC X  VALUE "N".
        77 FRT-MISSING  PIC X  VALUE "N".
        77 WS-FRT-ERR   PIC X  VALUE "N".
        77 WS-NOTE-WEIGHT PIC 9(5)V99 VALUE 0.
        77 WS-NOTE-ORDER PIC X(6) VALUE SPACES.
        77 WS-FREIGHT-PRO PIC X(13) VALUE "FREIGHT".
        77 FREIGHT-CNT  PIC 9(4) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 RWRK-EOF     PIC X  VALUE "N".
        77 ROUT-MISSING PIC X  VALUE "N".
        77 CXRF-MISSING PIC X  VALUE "N".
        77 WS-ROUTE     PIC X(4) VALUE SPACES.
        77 WS-STOP-SEQ  PIC 9(3) VALUE 0.
        77 WS-ROUTE-IN  PIC X(4) VALUE SPACES.
        77 WS-POD-MODE  PIC X  VALUE "1".
        77 RESCHED-CNT  PIC 9(4) VALUE 0.
        77 UNDEL-SALE-CNT PIC 9(4) VALUE 0.
        77 UNDEL-CNT    PIC 99 VALUE 0.
        77 UNDEL-SUB    PIC 99 VALUE 0.
        77 UNDEL-END    PIC X  VALUE "N".
        77 UNDEL-FOUND  PIC X  VALUE "N".
        01 UNDEL-TABLE.
           05 UNDEL-NOTE       PIC X(6) OCCURS 20 TIMES.
        77 WS-SHEET-DATE PIC 9(8) VALUE 0.
        77 WS-DATE-INT  PIC 9(7) VALUE 0.
        77 WS-WEEKS     PIC 9(7) VALUE 0.
        77 WS-DOW       PIC 9  VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "N".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 SHEET-OPEN   PIC X  VALUE "N".
        77 SHEET-CNT    PIC 9(4) VALUE 0.
        77 SHEET-STOP-CNT PIC 9(4) VALUE 0.
        77 STOP-LINE-CNT PIC 9(4) VALUE 0.
        77 CHECK-ROUTE  PIC X(4) VALUE SPACES.
        77 CHECK-NOTE-NO PIC X(6) VALUE SPACES.
        77 IN-EOF       PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 PKCF-MISSING PIC X  VALUE "N".
        77 SHTO-MISSING PIC X  VALUE "N".
        77 WS-SHTO-ERR  PIC X  VALUE "N".
        77 SHIP-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-CUST-ERR  PIC X  VALUE "N".
        77 CHECK-CUS-NO PIC X(4) VALUE SPACES.
        77 CHECK-SHIP-TO PIC X(3) VALUE SPACES.
        77 NOTE-OPEN    PIC X  VALUE "N".
        77 WS-NOTE-NO   PIC X(6) VALUE SPACES.
        77 WS-NOTE-IN   PIC X(6) VALUE SPACES.
        77 NN-SERIES    PIC X(8) VALUE "DELNOTE".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-DELIV-DATE   PIC 9(8) VALUE 0.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
           COPY RUNDATE.
        01 DLV-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 NL-YY             PIC 9999/.
           05 NL-MM             PIC 99/.
           05 NL-DD             PIC 99.
           05 FILLER            PIC X(10) VALUE "   ROUTE: ".
           05 NL-ROUTE          PIC X(4).
           05 FILLER            PIC X(1)  VALUE "-".
           05 NL-STOP           PIC 999.
        01 CUST-LINE.
           05 FILLER            PIC X(10) VALUE "客戶編號".
           05 FILLER            PIC X(2).
           05 NL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(3).
           05 NL-CUS-ADDRESS    PIC X(20).
        01 SHIP-LINE1.
           05 FILLER            PIC X(12) VALUE "送貨地址".
           05 NL-SHIP-TO        PIC X(3).
           05 FILLER            PIC X(2).
           05 NL-SHIP-NAME      PIC X(12).
           05 FILLER            PIC X(2).
           05 NL-SHIP-ADDR-1    PIC X(30).
        01 SHIP-LINE2.
           05 FILLER            PIC X(31).
           05 NL-SHIP-ADDR-2    PIC X(20).
        01 SHIP-LINE3.
           05 FILLER            PIC X(12) VALUE "聯絡人".
           05 NL-SHIP-CONTACT   PIC X(8).
           05 FILLER            PIC X(2).
           05 NL-SHIP-PHONE     PIC X(8).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(12) VALUE "送貨指示".
           05 NL-SHIP-INSTRUCT  PIC X(25).
        01 DETAIL-HEADING.
           05 FILLER            PIC X(10) VALUE "銷售單號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "數量".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "客戶料號".
        01 DETAIL-LINE.
           05 NL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(3).
           05 NL-PRODUCT-NO     PIC X(13).
           05 FILLER            PIC X(3).
           05 NL-QTY            PIC Z,ZZ9.
           05 FILLER            PIC X(3).
           05 NL-CUS-ITEM       PIC X(15).
        01 FREIGHT-LINE.
           05 FL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(12) VALUE "運費".
           05 FILLER            PIC X(10) VALUE "總重量".
           05 FL-WEIGHT         PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(5)  VALUE " KG  ".
           05 FILLER            PIC X(8)  VALUE "金額".
           05 FL-CHARGE         PIC Z,ZZ9.99.
        01 NO-BAND-LINE.
           05 FILLER            PIC X(50)
              VALUE "** 重量超出運費級距，請人工計費 **".
        01 SIGN-LINE.
           05 FILLER            PIC X(24)
              VALUE "客戶簽收 : ____________".
        01 RUN-HEADING.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "司機派車單".
        01 ROUTE-LINE.
           05 FILLER            PIC X(6)  VALUE "路線".
           05 RL-ROUTE          PIC X(4).
           05 FILLER            PIC X(2).
           05 RL-ROUTE-NAME     PIC X(12).
           05 FILLER            PIC X(4).
           05 FILLER            PIC X(12) VALUE "送貨日期".
           05 RL-YY             PIC 9999/.
           05 RL-MM             PIC 99/.
           05 RL-DD             PIC 99.
        01 DRIVER-LINE.
           05 FILLER            PIC X(6)  VALUE "司機".
           05 RL-DRIVER         PIC X(8).
           05 FILLER            PIC X(10).
           05 FILLER            PIC X(6)  VALUE "車號".
           05 RL-VEHICLE        PIC X(8).
        01 NO-ROUTE-LINE.
           05 FILLER            PIC X(48)
              VALUE "** 未排路線之送貨單，請調度指派 **".
        01 NOT-DAY-LINE.
           05 FILLER            PIC X(45)
              VALUE "** 本路線該日非出車日，請確認 **".
        01 STOP-HEADING.
           05 FILLER            PIC X(6)  VALUE "站序".
           05 FILLER            PIC X(12) VALUE "送貨單號".
           05 FILLER            PIC X(8)  VALUE "客戶".
           05 FILLER            PIC X(20) VALUE "送貨地址".
           05 FILLER            PIC X(8)  VALUE "筆數".
           05 FILLER            PIC X(10) VALUE "簽收".
        01 STOP-LINE.
           05 SL-STOP-SEQ       PIC ZZ9.
           05 FILLER            PIC X(3).
           05 SL-NOTE-NO        PIC X(6).
           05 FILLER            PIC X(2).
           05 SL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(1).
           05 SL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(1).
           05 SL-ADDRESS        PIC X(20).
           05 FILLER            PIC X(1).
           05 SL-LINE-CNT       PIC ZZ9.
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(12) VALUE "____________".
        01 STOP-TOTAL-LINE.
           05 FILLER            PIC X(14) VALUE "停靠站數 :".
           05 ST-STOP-CNT       PIC Z,ZZ9.
        01 DRIVER-SIGN-LINE.
           05 FILLER            PIC X(27)
              VALUE "司機簽名 : ____________".
           05 FILLER            PIC X(4).
           05 FILLER            PIC X(27)
              VALUE "回站時間 : ____________".
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        SHTO-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHTO-FILE.
        SHTO-ERROR-PROCESS.
           IF SHTO-FS NOT = "00"
              MOVE "Y" TO SHTO-MISSING.
        PKCF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PKCF-FILE.
        PKCF-ERROR-PROCESS.
              OPEN OUTPUT SHIP-FILE
              CLOSE SHIP-FILE
              OPEN I-O SHIP-FILE.
        ROUT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROUT-FILE.
        ROUT-ERROR-PROCESS.
           IF ROUT-FS NOT = "00"
              MOVE "Y" TO ROUT-MISSING.
        CXRF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CXRF-FILE.
        CXRF-ERROR-PROCESS.
           IF CXRF-FS NOT = "00"
              MOVE "Y" TO CXRF-MISSING.
        RWRK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RWRK-FILE.
        RWRK-ERROR-PROCESS.
           IF RWRK-FS NOT = "00"
              DISPLAY "ERROR OPENING RWRK-FILE, FILE STATUS = "
                      RWRK-FS
              EXIT PROGRAM.
        RSHT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RSHT-FILE.
        RSHT-ERROR-PROCESS.
           IF RSHT-FS NOT = "00"
              DISPLAY "ERROR OPENING RSHT-FILE, FILE STATUS = "
                      RSHT-FS
              EXIT PROGRAM.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              MOVE "Y" TO PROD-MISSING.
        FRT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FRT-FILE.
        FRT-ERROR-PROCESS.
           IF FRT-FS NOT = "00"
              MOVE "Y" TO FRT-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
            DISPLAY "送貨單作業" LINE 3 POSITION 10.
            DISPLAY "1.產生送貨單" LINE 5 POSITION 12.
            DISPLAY "2.簽收回報" LINE 7 POSITION 12.
            DISPLAY "3.路線派車單" LINE 9 POSITION 12.
            DISPLAY "4.路線維護" LINE 11 POSITION 12.
            DISPLAY "5.運費費率維護" LINE 12 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
            IF CHOICE = "1"
               PERFORM 100-GENERATE-RTN
            ELSE
               IF CHOICE = "2"
                  PERFORM 700-POD-RTN UNTIL CONTI = "N"
               ELSE
                  IF CHOICE = "3"
                     PERFORM 800-RUN-SHEET-RTN
                  ELSE
                     IF CHOICE = "4"
                        CALL "RouteMaint"
                        CANCEL "RouteMaint"
                     ELSE
                        IF CHOICE = "5"
                           CALL "FreightMaint"
                           CANCEL "FreightMaint"
                        ELSE
                           DISPLAY "INVALID SELECTION !"
                                   LINE 20 POSITION 10
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.
            EXIT PROGRAM.
      * 產生:批次卸載(非退貨、依揀貨確認實揀量)後依客戶及送貨
      * 地址排序，一客戶一送貨地址一張送貨單;各單之運費行於
      * 收單時寫回批次檔(EXTEND)供開票
        100-GENERATE-RTN.
            OPEN INPUT IN-FILE
                 OUTPUT WORK-FILE.
            OPEN INPUT PKCF-FILE.
            PERFORM 110-READ-IN-RTN.
            PERFORM 120-COPY-IN-RTN UNTIL IN-EOF = "Y".
            CLOSE IN-FILE.
            PERFORM 140-CARRY-UNDELIVERED-RTN.
            CLOSE WORK-FILE.
            IF PKCF-MISSING = "N"
               CLOSE PKCF-FILE
            END-IF.
            SORT SORT-FILE
                ON ASCENDING KEY SD-CUS-NO
                                 SD-SHIP-TO
                                 SD-SALE-NO
                USING WORK-FILE
                GIVING WORK-FILE.
                       CUST-FILE
                 I-O   SHIP-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO SHTO-MISSING.
            OPEN INPUT SHTO-FILE.
            MOVE "N" TO CXRF-MISSING.
            OPEN INPUT CXRF-FILE.
            MOVE "N" TO PROD-MISSING FRT-MISSING.
            OPEN INPUT PROD-FILE.
            OPEN INPUT FRT-FILE.
            OPEN EXTEND IN-FILE.
            MOVE 0 TO FREIGHT-CNT.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE "N"             TO BD-FUNCTION OF BZDY-REQ.
            MOVE WS-RUN-DATE-NUM TO BD-DATE-IN OF BZDY-REQ.
            CALL "BizDay" USING BZDY-REQ.
            MOVE BD-DATE-OUT OF BZDY-REQ TO WS-DELIV-DATE.
            PERFORM 300-READ-WORK-RTN.
            PERFORM 400-LOOP-RTN UNTIL WORK-EOF = "Y".
            IF NOTE-OPEN = "Y"
               PERFORM 620-FREIGHT-RTN
               WRITE OUT-REC FROM SIGN-LINE AFTER 3 LINES
            END-IF.
            CLOSE WORK-FILE CUST-FILE SHIP-FILE OUT-FILE IN-FILE.
            IF PROD-MISSING = "N"
               CLOSE PROD-FILE
            END-IF.
            IF FRT-MISSING = "N"
               CLOSE FRT-FILE
            END-IF.
            IF SHTO-MISSING = "N"
               CLOSE SHTO-FILE
            END-IF.
            IF CXRF-MISSING = "N"
               CLOSE CXRF-FILE
            END-IF.
            DISPLAY "DELIVERY NOTES PRODUCED : " NOTE-CNT
                    LINE 20 POSITION 10.
            DISPLAY "UNDELIVERED SALES RESCHEDULED : " RESCHED-CNT
                    LINE 21 POSITION 10.
            DISPLAY "FREIGHT LINES BILLED : " FREIGHT-CNT
                    LINE 22 POSITION 10.
        110-READ-IN-RTN.
            READ IN-FILE AT END MOVE "Y" TO IN-EOF.
      * 先前產生時寫回之運費行已隨原送貨單，不再上單
        120-COPY-IN-RTN.
            IF NOT TRAN-RETURN OF IN-REC
               AND NOT TRAN-DROP-SHIP OF IN-REC
               AND NOT TRAN-CONSIGN OF IN-REC
               AND PRODUCT-NO OF IN-REC NOT = WS-FREIGHT-PRO
               MOVE IN-REC TO WORK-REC
               PERFORM 130-APPLY-CONFIRM-RTN
               IF QTY OF WORK-REC NOT = ZERO
                     END-IF
               END-READ
            END-IF.
      * 前趟未送達(U)之送貨單:留存之銷售行重回當日批次檔供揀貨
      * 與開票，並併入本次工作檔另開新單;原單之運費行不重回，
      * 由新單重新計算
        140-CARRY-UNDELIVERED-RTN.
            MOVE 0 TO RESCHED-CNT.
            OPEN INPUT SHIP-FILE
                 EXTEND IN-FILE.
            PERFORM 740-START-SHIP-RTN.
            PERFORM 150-CARRY-ONE-RTN UNTIL SHIP-EOF = "Y".
            CLOSE SHIP-FILE IN-FILE.
        150-CARRY-ONE-RTN.
            IF DL-UNDELIVERED OF SHIP-REC
               AND DL-SALE-LINE OF SHIP-REC NOT = SPACES
               AND DL-SALE-LINE OF SHIP-REC (17:13)
                   NOT = WS-FREIGHT-PRO
               MOVE DL-SALE-LINE OF SHIP-REC TO WORK-REC
               WRITE WORK-REC
               MOVE DL-SALE-LINE OF SHIP-REC TO IN-REC
               WRITE IN-REC
               ADD 1 TO RESCHED-CNT
            END-IF.
            PERFORM 710-READ-SHIP-RTN.
        300-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        400-LOOP-RTN.
            IF CUST-NO OF WORK-REC NOT = CHECK-CUS-NO
               OR SHIP-TO-CODE OF WORK-REC NOT = CHECK-SHIP-TO
               IF NOTE-OPEN = "Y"
                  PERFORM 620-FREIGHT-RTN
                  WRITE OUT-REC FROM SIGN-LINE AFTER 3 LINES
               END-IF
               PERFORM 500-START-NOTE-RTN
            PERFORM 300-READ-WORK-RTN.
        500-START-NOTE-RTN.
            MOVE CUST-NO OF WORK-REC TO CHECK-CUS-NO.
            MOVE SHIP-TO-CODE OF WORK-REC TO CHECK-SHIP-TO.
            MOVE ORDER-NO OF WORK-REC TO WS-NOTE-ORDER.
            MOVE ZERO TO WS-NOTE-WEIGHT.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-NOTE-NO.
            MOVE "Y" TO NOTE-OPEN.
               MOVE SPACES TO CM-CUS-NAME OF CUST-REC
                              CM-ADDRESS OF CUST-REC
            END-IF.
            PERFORM 510-READ-SHIP-TO-RTN.
            PERFORM 530-SET-ROUTE-RTN.
            WRITE OUT-REC FROM DLV-HEADING1 AFTER PAGE.
            WRITE OUT-REC FROM DLV-HEADING2 AFTER 2 LINES.
            MOVE WS-NOTE-NO TO NL-NOTE-NO.
            MOVE WS-DELIV-DATE (1:4) TO NL-YY.
            MOVE WS-DELIV-DATE (5:2) TO NL-MM.
            MOVE WS-DELIV-DATE (7:2) TO NL-DD.
            MOVE WS-ROUTE    TO NL-ROUTE.
            MOVE WS-STOP-SEQ TO NL-STOP.
            WRITE OUT-REC FROM NOTE-LINE AFTER 2 LINES.
            MOVE CHECK-CUS-NO TO NL-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC TO NL-CUS-NAME.
            MOVE CM-ADDRESS OF CUST-REC  TO NL-CUS-ADDRESS.
            IF WS-SHTO-ERR = "N"
               MOVE SPACES TO NL-CUS-ADDRESS
            END-IF.
            WRITE OUT-REC FROM CUST-LINE AFTER 2 LINES.
            IF WS-SHTO-ERR = "N"
               PERFORM 520-PRINT-SHIP-TO-RTN
            END-IF.
            WRITE OUT-REC FROM DETAIL-HEADING AFTER 2 LINES.
      * 送貨地址代號空白或查無者，仍以客戶主檔地址送貨
        510-READ-SHIP-TO-RTN.
            MOVE "Y" TO WS-SHTO-ERR.
            IF CHECK-SHIP-TO NOT = SPACES AND SHTO-MISSING = "N"
               MOVE CHECK-CUS-NO  TO STO-CUS-NO OF SHTO-REC
               MOVE CHECK-SHIP-TO TO STO-CODE OF SHTO-REC
               READ SHTO-FILE
                  INVALID KEY MOVE "Y" TO WS-SHTO-ERR
                  NOT INVALID KEY MOVE "N" TO WS-SHTO-ERR
               END-READ
            END-IF.
        520-PRINT-SHIP-TO-RTN.
            MOVE CHECK-SHIP-TO                TO NL-SHIP-TO.
            MOVE STO-NAME OF SHTO-REC         TO NL-SHIP-NAME.
            MOVE STO-ADDRESS-1 OF SHTO-REC    TO NL-SHIP-ADDR-1.
            WRITE OUT-REC FROM SHIP-LINE1 AFTER 1 LINE.
            IF STO-ADDRESS-2 OF SHTO-REC NOT = SPACES
               MOVE STO-ADDRESS-2 OF SHTO-REC TO NL-SHIP-ADDR-2
               WRITE OUT-REC FROM SHIP-LINE2 AFTER 1 LINE
            END-IF.
            MOVE STO-CONTACT OF SHTO-REC      TO NL-SHIP-CONTACT.
            MOVE STO-PHONE OF SHTO-REC        TO NL-SHIP-PHONE.
            MOVE STO-INSTRUCT OF SHTO-REC     TO NL-SHIP-INSTRUCT.
            WRITE OUT-REC FROM SHIP-LINE3 AFTER 1 LINE.
      * 路線與站序:送貨地址有排路線者優先，否則取客戶主檔
        530-SET-ROUTE-RTN.
            MOVE SPACES TO WS-ROUTE.
            MOVE ZERO   TO WS-STOP-SEQ.
            IF WS-SHTO-ERR = "N"
               AND STO-ROUTE OF SHTO-REC NOT = SPACES
               MOVE STO-ROUTE OF SHTO-REC    TO WS-ROUTE
               MOVE STO-STOP-SEQ OF SHTO-REC TO WS-STOP-SEQ
            ELSE
               IF WS-CUST-ERR = "N"
                  MOVE CM-ROUTE OF CUST-REC    TO WS-ROUTE
                  MOVE CM-STOP-SEQ OF CUST-REC TO WS-STOP-SEQ
               END-IF
            END-IF.
        600-NOTE-LINE-RTN.
            MOVE SALE-NO OF WORK-REC    TO NL-SALE-NO.
            MOVE PRODUCT-NO OF WORK-REC TO NL-PRODUCT-NO.
            MOVE QTY OF WORK-REC        TO NL-QTY.
            PERFORM 610-CUS-ITEM-RTN.
            PERFORM 605-ADD-WEIGHT-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            MOVE SALE-NO OF WORK-REC TO DL-SALE-NO OF SHIP-REC.
            MOVE WS-NOTE-NO          TO DL-NOTE-NO OF SHIP-REC.
            MOVE CHECK-CUS-NO        TO DL-CUS-NO OF SHIP-REC.
            MOVE WS-DELIV-DATE       TO DL-DATE OF SHIP-REC.
            MOVE "N"                 TO DL-POD-FLAG OF SHIP-REC.
            MOVE CHECK-SHIP-TO       TO DL-SHIP-TO OF SHIP-REC.
            MOVE WS-ROUTE            TO DL-ROUTE OF SHIP-REC.
            MOVE WS-STOP-SEQ         TO DL-STOP-SEQ OF SHIP-REC.
            MOVE WORK-REC            TO DL-SALE-LINE OF SHIP-REC.
            WRITE SHIP-REC
               INVALID KEY
                  REWRITE SHIP-REC
            END-WRITE.
      * 累計整單重量;查無產品者不計重量
        605-ADD-WEIGHT-RTN.
            IF PROD-MISSING = "N"
               MOVE PRODUCT-NO OF WORK-REC TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     COMPUTE WS-NOTE-WEIGHT = WS-NOTE-WEIGHT
                           + QTY OF WORK-REC * PRO-WEIGHT OF PROD-REC
                        ON SIZE ERROR MOVE 99999.99 TO WS-NOTE-WEIGHT
                     END-COMPUTE
               END-READ
            END-IF.
      * 以客戶+產品編號讀對照檔之替代鍵取客戶料號
        610-CUS-ITEM-RTN.
            MOVE SPACES TO NL-CUS-ITEM.
            IF CXRF-MISSING = "N"
               MOVE CHECK-CUS-NO TO CX-PRO-CUS-NO OF CXRF-REC
               MOVE PRODUCT-NO OF WORK-REC
                    TO CX-PRO-NO OF CXRF-REC
               READ CXRF-FILE KEY IS CX-PRO-KEY OF CXRF-REC
                  INVALID KEY MOVE SPACES TO CX-CUS-ITEM OF CXRF-REC
               END-READ
               MOVE CX-CUS-ITEM OF CXRF-REC TO NL-CUS-ITEM
            END-IF.
      * 運費:取級距上限不低於整單重量之最小級距;無重量或未建
      * 費率檔者不計運費，重量超出最高級距者註記人工計費
        620-FREIGHT-RTN.
            IF WS-NOTE-WEIGHT > ZERO AND FRT-MISSING = "N"
               MOVE "N" TO WS-FRT-ERR
               MOVE WS-NOTE-WEIGHT TO FR-MAX-WEIGHT OF FRT-REC
               START FRT-FILE KEY IS NOT LESS THAN
                     FR-MAX-WEIGHT OF FRT-REC
                  INVALID KEY MOVE "Y" TO WS-FRT-ERR
               END-START
               IF WS-FRT-ERR = "N"
                  READ FRT-FILE NEXT RECORD
                     AT END MOVE "Y" TO WS-FRT-ERR
                  END-READ
               END-IF
               IF WS-FRT-ERR = "Y"
                  WRITE OUT-REC FROM NO-BAND-LINE AFTER 2 LINES
               ELSE
                  PERFORM 630-BILL-FREIGHT-RTN
               END-IF
            END-IF.
      * 運費以一筆銷售行(數量 1、單價為級距運費)寫回批次檔，
      * 並隨本單記入出貨檔，本單未送達時一併不開票
        630-BILL-FREIGHT-RTN.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE SPACES TO IN-REC.
            MOVE RUN-YY TO SALES-YEAR OF IN-REC.
            MOVE RUN-MM TO SALES-MONTH OF IN-REC.
            MOVE RUN-DD TO SALES-DAY OF IN-REC.
            MOVE WS-SALE-NO-BUILD TO SALE-NO OF IN-REC.
            MOVE WS-FREIGHT-PRO         TO PRODUCT-NO OF IN-REC.
            MOVE FR-CHARGE OF FRT-REC   TO PRICE OF IN-REC.
            MOVE 1                      TO QTY OF IN-REC.
            MOVE CHECK-CUS-NO           TO CUST-NO OF IN-REC.
            MOVE WS-NOTE-ORDER          TO ORDER-NO OF IN-REC.
            MOVE CHECK-SHIP-TO          TO SHIP-TO-CODE OF IN-REC.
            WRITE IN-REC.
            ADD 1 TO FREIGHT-CNT.
            MOVE SALE-NO OF IN-REC      TO FL-SALE-NO.
            MOVE WS-NOTE-WEIGHT         TO FL-WEIGHT.
            MOVE FR-CHARGE OF FRT-REC   TO FL-CHARGE.
            WRITE OUT-REC FROM FREIGHT-LINE AFTER 2 LINES.
            MOVE SALE-NO OF IN-REC   TO DL-SALE-NO OF SHIP-REC.
            MOVE WS-NOTE-NO          TO DL-NOTE-NO OF SHIP-REC.
            MOVE CHECK-CUS-NO        TO DL-CUS-NO OF SHIP-REC.
            MOVE WS-DELIV-DATE       TO DL-DATE OF SHIP-REC.
            MOVE "N"                 TO DL-POD-FLAG OF SHIP-REC.
            MOVE CHECK-SHIP-TO       TO DL-SHIP-TO OF SHIP-REC.
            MOVE WS-ROUTE            TO DL-ROUTE OF SHIP-REC.
            MOVE WS-STOP-SEQ         TO DL-STOP-SEQ OF SHIP-REC.
            MOVE IN-REC              TO DL-SALE-LINE OF SHIP-REC.
            WRITE SHIP-REC
               INVALID KEY
                  REWRITE SHIP-REC
            END-WRITE.
      * 簽收回報:依送貨單號將該單全部銷售註記已簽收，或依路線整
      * 車回報(輸入未送達之送貨單，其餘全數註記已簽收)
        700-POD-RTN.
            DISPLAY " " LINE 16 POSITION 1 WITH ERASE EOS.
            OPEN I-O SHIP-FILE.
            DISPLAY "1.依送貨單 2.依路線 :" LINE 16 POSITION 10.
            MOVE "1" TO WS-POD-MODE.
            ACCEPT WS-POD-MODE LINE 16 POSITION 35 UPDATE.
            MOVE 0 TO POD-CNT UNDEL-SALE-CNT.
            IF WS-POD-MODE = "2"
               PERFORM 750-ROUTE-POD-RTN
            ELSE
               PERFORM 705-NOTE-POD-RTN
            END-IF.
            DISPLAY "SALES FLAGGED SIGNED : " POD-CNT
                    LINE 20 POSITION 10.
            CLOSE SHIP-FILE.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        705-NOTE-POD-RTN.
            DISPLAY "送貨單號 :" LINE 17 POSITION 10.
            ACCEPT WS-NOTE-IN LINE 17 POSITION 23.
            PERFORM 740-START-SHIP-RTN.
            PERFORM 720-FLAG-ONE-RTN UNTIL SHIP-EOF = "Y".
        710-READ-SHIP-RTN.
            READ SHIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SHIP-EOF
               ADD 1 TO POD-CNT
            END-IF.
            PERFORM 710-READ-SHIP-RTN.
        740-START-SHIP-RTN.
            MOVE LOW-VALUES TO DL-SALE-NO OF SHIP-REC.
            MOVE "N" TO SHIP-EOF.
            START SHIP-FILE KEY IS NOT LESS THAN
                  DL-SALE-NO OF SHIP-REC
               INVALID KEY MOVE "Y" TO SHIP-EOF
            END-START.
            IF SHIP-EOF = "N"
               PERFORM 710-READ-SHIP-RTN
            END-IF.
      * 整車回報:指定路線與送貨日，逐一輸入未送達之送貨單號(空白
      * 結束，每車至多 20 張)
        750-ROUTE-POD-RTN.
            DISPLAY "路線代號 :" LINE 17 POSITION 10.
            MOVE SPACES TO WS-ROUTE-IN.
            ACCEPT WS-ROUTE-IN LINE 17 POSITION 23.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-SHEET-DATE.
            DISPLAY "送貨日期 :" LINE 17 POSITION 35.
            ACCEPT WS-SHEET-DATE LINE 17 POSITION 48 UPDATE.
            MOVE 0 TO UNDEL-CNT.
            MOVE "N" TO UNDEL-END.
            PERFORM 760-ACCEPT-UNDEL-RTN UNTIL UNDEL-END = "Y".
            PERFORM 740-START-SHIP-RTN.
            PERFORM 770-FLAG-ROUTE-RTN UNTIL SHIP-EOF = "Y".
            DISPLAY "SALES RESCHEDULED    : " UNDEL-SALE-CNT
                    LINE 21 POSITION 10.
        760-ACCEPT-UNDEL-RTN.
            DISPLAY "未送達送貨單號(空白結束) :"
                    LINE 18 POSITION 10.
            MOVE SPACES TO WS-NOTE-IN.
            ACCEPT WS-NOTE-IN LINE 18 POSITION 40.
            IF WS-NOTE-IN = SPACES
               MOVE "Y" TO UNDEL-END
            ELSE
               ADD 1 TO UNDEL-CNT
               MOVE WS-NOTE-IN TO UNDEL-NOTE (UNDEL-CNT)
               DISPLAY "UNDELIVERED NOTES : " UNDEL-CNT
                       LINE 19 POSITION 10
               IF UNDEL-CNT = 20
                  MOVE "Y" TO UNDEL-END
               END-IF
            END-IF.
      * 該路線當日之出貨:列為未送達者註記 U 待重排，其餘註記已簽收
        770-FLAG-ROUTE-RTN.
            IF DL-ROUTE OF SHIP-REC = WS-ROUTE-IN
               AND DL-DATE OF SHIP-REC = WS-SHEET-DATE
               MOVE "N" TO UNDEL-FOUND
               PERFORM 780-FIND-UNDEL-RTN
                  VARYING UNDEL-SUB FROM 1 BY 1
                  UNTIL UNDEL-SUB > UNDEL-CNT
               IF UNDEL-FOUND = "Y"
                  MOVE "U" TO DL-POD-FLAG OF SHIP-REC
                  ADD 1 TO UNDEL-SALE-CNT
               ELSE
                  MOVE "Y" TO DL-POD-FLAG OF SHIP-REC
                  ADD 1 TO POD-CNT
               END-IF
               REWRITE SHIP-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
            END-IF.
            PERFORM 710-READ-SHIP-RTN.
        780-FIND-UNDEL-RTN.
            IF UNDEL-NOTE (UNDEL-SUB) = DL-NOTE-NO OF SHIP-REC
               MOVE "Y" TO UNDEL-FOUND
            END-IF.
      * 路線派車單:指定送貨日之出貨依路線、站序、送貨單排序，一路
      * 線一頁交司機，每張送貨單一行(明細筆數與簽收欄);送貨日預設
      * 為當日，遇非營業日為次一營業日
        800-RUN-SHEET-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-SHEET-DATE.
            MOVE "N"             TO BD-FUNCTION OF BZDY-REQ.
            MOVE WS-SHEET-DATE   TO BD-DATE-IN OF BZDY-REQ.
            CALL "BizDay" USING BZDY-REQ.
            MOVE BD-DATE-OUT OF BZDY-REQ TO WS-SHEET-DATE.
            MOVE "N" TO DC-RESULT.
            PERFORM 805-ACCEPT-DATE-RTN UNTIL DC-RESULT = "Y".
            COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-SHEET-DATE) - 1.
            DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEKS
                   REMAINDER WS-DOW.
            ADD 1 TO WS-DOW.
            PERFORM 810-EXTRACT-RTN.
            SORT RSORT-FILE
                ON ASCENDING KEY RS-ROUTE
                                 RS-STOP-SEQ
                                 RS-NOTE-NO
                USING RWRK-FILE
                GIVING RWRK-FILE.
            OPEN INPUT RWRK-FILE
                       CUST-FILE
                 OUTPUT RSHT-FILE.
            MOVE "N" TO ROUT-MISSING SHTO-MISSING.
            OPEN INPUT ROUT-FILE.
            OPEN INPUT SHTO-FILE.
            MOVE 0 TO SHEET-CNT.
            MOVE "N" TO RWRK-EOF SHEET-OPEN.
            PERFORM 830-READ-RWRK-RTN.
            PERFORM 840-SHEET-LOOP-RTN UNTIL RWRK-EOF = "Y".
            IF SHEET-OPEN = "Y"
               PERFORM 870-END-STOP-RTN
               PERFORM 880-END-SHEET-RTN
            END-IF.
            CLOSE RWRK-FILE CUST-FILE RSHT-FILE.
            IF ROUT-MISSING = "N"
               CLOSE ROUT-FILE
            END-IF.
            IF SHTO-MISSING = "N"
               CLOSE SHTO-FILE
            END-IF.
            DISPLAY "RUN SHEETS PRINTED : " SHEET-CNT
                    LINE 20 POSITION 10.
        805-ACCEPT-DATE-RTN.
            DISPLAY "送貨日期 (YYYYMMDD) :" LINE 16 POSITION 10.
            ACCEPT WS-SHEET-DATE LINE 16 POSITION 33 UPDATE.
            CALL "DateCheck" USING WS-SHEET-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY DC-MESSAGE LINE 21 POSITION 10
            END-IF.
        810-EXTRACT-RTN.
            OPEN INPUT SHIP-FILE
                 OUTPUT RWRK-FILE.
            PERFORM 740-START-SHIP-RTN.
            PERFORM 820-EXTRACT-ONE-RTN UNTIL SHIP-EOF = "Y".
            CLOSE SHIP-FILE RWRK-FILE.
        820-EXTRACT-ONE-RTN.
            IF DL-DATE OF SHIP-REC = WS-SHEET-DATE
               MOVE SHIP-REC TO RWRK-REC
               WRITE RWRK-REC
            END-IF.
            PERFORM 710-READ-SHIP-RTN.
        830-READ-RWRK-RTN.
            READ RWRK-FILE AT END MOVE "Y" TO RWRK-EOF.
        840-SHEET-LOOP-RTN.
            IF SHEET-OPEN = "N"
               OR DL-ROUTE OF RWRK-REC NOT = CHECK-ROUTE
               IF SHEET-OPEN = "Y"
                  PERFORM 870-END-STOP-RTN
                  PERFORM 880-END-SHEET-RTN
               END-IF
               PERFORM 850-START-SHEET-RTN
               PERFORM 860-START-STOP-RTN
            ELSE
               IF DL-NOTE-NO OF RWRK-REC NOT = CHECK-NOTE-NO
                  PERFORM 870-END-STOP-RTN
                  PERFORM 860-START-STOP-RTN
               END-IF
            END-IF.
            IF DL-SALE-LINE OF RWRK-REC (17:13) NOT = WS-FREIGHT-PRO
               ADD 1 TO STOP-LINE-CNT
            END-IF.
            PERFORM 830-READ-RWRK-RTN.
      * 新路線換頁:表頭印路線、司機、車號;未排路線或非出車日加註
        850-START-SHEET-RTN.
            MOVE DL-ROUTE OF RWRK-REC TO CHECK-ROUTE.
            MOVE "Y" TO SHEET-OPEN.
            ADD 1 TO SHEET-CNT.
            MOVE 0 TO SHEET-STOP-CNT.
            MOVE "Y" TO WS-KEY-ERR.
            IF CHECK-ROUTE NOT = SPACES AND ROUT-MISSING = "N"
               MOVE CHECK-ROUTE TO RT-CODE OF ROUT-REC
               READ ROUT-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
                  NOT INVALID KEY MOVE "N" TO WS-KEY-ERR
               END-READ
            END-IF.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO RT-NAME OF ROUT-REC
                              RT-DRIVER OF ROUT-REC
                              RT-VEHICLE OF ROUT-REC
            END-IF.
            WRITE RSHT-REC FROM DLV-HEADING1 AFTER PAGE.
            WRITE RSHT-REC FROM RUN-HEADING AFTER 2 LINES.
            MOVE CHECK-ROUTE            TO RL-ROUTE.
            MOVE RT-NAME OF ROUT-REC    TO RL-ROUTE-NAME.
            MOVE WS-SHEET-DATE (1:4)    TO RL-YY.
            MOVE WS-SHEET-DATE (5:2)    TO RL-MM.
            MOVE WS-SHEET-DATE (7:2)    TO RL-DD.
            WRITE RSHT-REC FROM ROUTE-LINE AFTER 2 LINES.
            MOVE RT-DRIVER OF ROUT-REC  TO RL-DRIVER.
            MOVE RT-VEHICLE OF ROUT-REC TO RL-VEHICLE.
            WRITE RSHT-REC FROM DRIVER-LINE AFTER 1 LINE.
            IF CHECK-ROUTE = SPACES
               WRITE RSHT-REC FROM NO-ROUTE-LINE AFTER 2 LINES
            ELSE
               IF WS-KEY-ERR = "N"
                  AND RT-DAY-FLAG OF ROUT-REC (WS-DOW) NOT = "Y"
                  WRITE RSHT-REC FROM NOT-DAY-LINE AFTER 2 LINES
               END-IF
            END-IF.
            WRITE RSHT-REC FROM STOP-HEADING AFTER 2 LINES.
      * 新送貨單:客戶名稱與送貨地址(送貨地址檔優先，否則客戶地址)
        860-START-STOP-RTN.
            MOVE DL-NOTE-NO OF RWRK-REC TO CHECK-NOTE-NO.
            MOVE 0 TO STOP-LINE-CNT.
            ADD 1 TO SHEET-STOP-CNT.
            MOVE DL-STOP-SEQ OF RWRK-REC TO SL-STOP-SEQ.
            MOVE DL-NOTE-NO OF RWRK-REC  TO SL-NOTE-NO.
            MOVE DL-CUS-NO OF RWRK-REC   TO SL-CUS-NO
                                            CM-CUS-NO OF CUST-REC.
            READ CUST-FILE
               INVALID KEY
                  MOVE SPACES TO CM-CUS-NAME OF CUST-REC
                                 CM-ADDRESS OF CUST-REC
            END-READ.
            MOVE CM-CUS-NAME OF CUST-REC TO SL-CUS-NAME.
            MOVE CM-ADDRESS OF CUST-REC  TO SL-ADDRESS.
            IF DL-SHIP-TO OF RWRK-REC NOT = SPACES
               AND SHTO-MISSING = "N"
               MOVE DL-CUS-NO OF RWRK-REC  TO STO-CUS-NO OF SHTO-REC
               MOVE DL-SHIP-TO OF RWRK-REC TO STO-CODE OF SHTO-REC
               READ SHTO-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE STO-ADDRESS-1 OF SHTO-REC TO SL-ADDRESS
               END-READ
            END-IF.
        870-END-STOP-RTN.
            MOVE STOP-LINE-CNT TO SL-LINE-CNT.
            WRITE RSHT-REC FROM STOP-LINE AFTER 2 LINES.
        880-END-SHEET-RTN.
            MOVE SHEET-STOP-CNT TO ST-STOP-CNT.
            WRITE RSHT-REC FROM STOP-TOTAL-LINE AFTER 2 LINES.
            WRITE RSHT-REC FROM DRIVER-SIGN-LINE AFTER 3 LINES.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE91.EDT" TO EN-LOGICAL.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "SHIPTO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHTO-FILE-NAME.
            MOVE "PICKCONF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PKCF-FILE-NAME.
            MOVE "DELIVERY.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "ROUTE.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROUT-FILE-NAME.
            MOVE "CUSTITEM.XRF" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CXRF-FILE-NAME.
            MOVE "RUNWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RWRK-FILE-NAME.
            MOVE "RUNSHEET.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RSHT-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "FREIGHT.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO FRT-FILE-NAME.
