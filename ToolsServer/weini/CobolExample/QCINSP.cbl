      ** 進貨檢驗作業 (QCINSP.CBL):收貨入待檢倉 "QC" 之貨品經檢驗
      **                           後，合格量自待檢倉放行至產品
      **                           之倉庫，不合格量輸入原因碼後
      **                           直接退回廠商:自產品主檔與待檢
      **                           倉出帳、沖減訂購單已收量，經
      **                           取號副程式開立廠商扣款單寫入
      **                           應付帳款檔並列印退貨單;兩者均
      **                           經 StockBal/StockLog 留存異動，
      **                           有批號者一併移轉批號庫存;另有
      **                           待檢庫存及待檢天數報表
      **                           對照 (TRANSFER.CBL) 之在途倉與
      **                           (RTVSHIP.CBL) 之退回廠商

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     QcInspect.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT QCHD-FILE ASSIGN TO RANDOM QCHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QC-KEY
                  FILE STATUS IS QCHD-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT AP-FILE ASSIGN TO RANDOM AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS AP-FS.
           SELECT LOTB-FILE ASSIGN TO RANDOM LOTB-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LB-KEY
                  FILE STATUS IS LOTB-FS.
           SELECT RSN-FILE ASSIGN TO RANDOM RSN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RS-CODE
                  FILE STATUS IS RSN-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD QCHD-FILE
           LABEL RECORD IS STANDARD.
           COPY QCHDCOPY REPLACING ==QCHD-GRP== BY ==QCHD-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==AP-REC==.
        FD LOTB-FILE
           LABEL RECORD IS STANDARD.
           COPY LOTBCOPY REPLACING ==LOTB-GRP== BY ==LOTB-REC==.
        FD RSN-FILE
           LABEL RECORD IS STANDARD.
           COPY RSNCOPY REPLACING ==RSN-GRP== BY ==RSN-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 QCHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 LOTB-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RSN-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 QCHD-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 PROD-FS      PIC XX.
        77 VEND-FS      PIC XX.
        77 AP-FS        PIC XX.
        77 LOTB-FS      PIC XX.
        77 RSN-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 RSN-MISSING  PIC X  VALUE "N".
        77 WS-RSN-ERR   PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-HOLD-FOUND PIC X VALUE "N".
        77 QCHD-EOF     PIC X  VALUE "N".
        77 LOTB-NEW     PIC X  VALUE "N".
        77 WS-PO-NO-IN  PIC X(6) VALUE SPACES.
        77 WS-LINE-NO-IN PIC 9(3) VALUE 0.
        77 WS-ACC-QTY   PIC 9(5) VALUE 0.
        77 WS-REJ-QTY   PIC 9(5) VALUE 0.
        77 WS-DONE-QTY  PIC 9(6) VALUE 0.
        77 WS-REASON    PIC X(2) VALUE SPACES.
        77 WS-UNIT-QTY  PIC 9(7) VALUE 0.
        77 HOLD-QTY     PIC 9(5) VALUE 0.
        77 WS-RTV-VALUE PIC 9(8)V99 VALUE 0.
        77 WS-DM-NO     PIC X(6) VALUE SPACES.
        77 NN-SERIES    PIC X(8) VALUE "DEBMEMO".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-DAYS-HELD PIC S9(5) VALUE 0.
        77 HOLD-CNT     PIC 9(4) VALUE 0.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
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
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(24)
              VALUE "STOCK IN QUARANTINE (QC)".
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "訂單編號".
           05 FILLER            PIC X(6)  VALUE "行號".
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(6)  VALUE "廠商".
           05 FILLER            PIC X(9)  VALUE "待檢量".
           05 FILLER            PIC X(12) VALUE "收貨日期".
           05 FILLER            PIC X(12) VALUE "待檢天數".
        01 DETAIL-LINE.
           05 QL-PO-NO          PIC X(6).
           05 FILLER            PIC X(3).
           05 QL-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(2).
           05 QL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 QL-VEND-NO        PIC X(4).
           05 FILLER            PIC X(2).
           05 QL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 QL-RECV-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(4).
           05 QL-DAYS           PIC ZZZZ9.
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 FORM-HEADING2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "廠商退貨單".
        01 FORM-DM-LINE.
           05 FILLER            PIC X(11) VALUE "DEBIT MEMO ".
           05 FM-DM-NO          PIC X(6).
           05 FILLER            PIC X(9)  VALUE "   DATE: ".
           05 FM-YY             PIC 9999/.
           05 FM-MM             PIC 99/.
           05 FM-DD             PIC 99.
        01 FORM-VEND-LINE.
           05 FILLER            PIC X(12) VALUE "廠商名稱".
           05 FILLER            PIC X(2).
           05 FM-VEND-NAME      PIC X(20).
        01 FORM-PO-LINE.
           05 FILLER            PIC X(15) VALUE "原訂單編號".
           05 FM-PO-NO          PIC X(6).
           05 FILLER            PIC X(5)  VALUE " 行 ".
           05 FM-LINE-NO        PIC ZZ9.
        01 FORM-DETAIL-LINE.
           05 FILLER            PIC X(12) VALUE "產品編號".
           05 FM-PRO-NO         PIC X(13).
           05 FILLER            PIC X(11) VALUE "  退回量".
           05 FM-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE "  扣款額".
           05 FM-VALUE          PIC ZZZ,ZZ9.99.
        01 FORM-REASON-LINE.
           05 FILLER            PIC X(15) VALUE "檢驗不合格".
           05 FM-REASON         PIC X(2).
           05 FILLER            PIC X(2).
           05 FM-REASON-DESC    PIC X(20).
           05 FILLER            PIC X(6)  VALUE "  LOT ".
           05 FM-LOT-NO         PIC X(10).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        QCHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON QCHD-FILE.
        QCHD-ERROR-PROCESS.
           IF QCHD-FS NOT = "00"
              OPEN OUTPUT QCHD-FILE
              CLOSE QCHD-FILE
              OPEN I-O QCHD-FILE.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              DISPLAY "ERROR OPENING PO-FILE, FILE STATUS = " PO-FS
              EXIT PROGRAM.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
              EXIT PROGRAM.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS = "35"
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN I-O AP-FILE
           ELSE
              IF AP-FS NOT = "00"
                 DISPLAY "AP.AGE FILE STATUS = " AP-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
        LOTB-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOTB-FILE.
        LOTB-ERROR-PROCESS.
           IF LOTB-FS NOT = "00"
              OPEN OUTPUT LOTB-FILE
              CLOSE LOTB-FILE
              OPEN I-O LOTB-FILE.
        RSN-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RSN-FILE.
        RSN-ERROR-PROCESS.
           IF RSN-FS NOT = "00"
              MOVE "Y" TO RSN-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN I-O   QCHD-FILE
                       PO-FILE
                       PROD-FILE
                       AP-FILE
                       LOTB-FILE
                 INPUT VEND-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO RSN-MISSING.
            OPEN INPUT RSN-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-SCREEN.
            PERFORM 200-CHOICE.
            CLOSE QCHD-FILE PO-FILE PROD-FILE AP-FILE LOTB-FILE
                  VEND-FILE OUT-FILE.
            IF RSN-MISSING = "N"
               CLOSE RSN-FILE
            END-IF.
            EXIT PROGRAM.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "進貨檢驗作業" LINE 5 POSITION 10.
            DISPLAY "1.檢驗放行/退回" LINE 7 POSITION 12.
            DISPLAY "2.待檢庫存報表" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
        200-CHOICE.
            IF CHOICE = "1"
               PERFORM 300-INSPECT-RTN UNTIL CONTI = "N"
            ELSE IF CHOICE = "2"
                    PERFORM 500-QC-REPORT-RTN
                 ELSE
                    DISPLAY "INVALID SELECTION, TRY AGAIN"
                            LINE 20 POSITION 10
                    PERFORM 100-SCREEN
                    PERFORM 200-CHOICE
                 END-IF
            END-IF.

      * 檢驗:依訂購行取最早收貨之待檢紀錄，輸入合格與不合格量
        300-INSPECT-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "進貨檢驗" LINE 2 POSITION 25.
            DISPLAY "訂單編號 :" LINE 4 POSITION 10.
            ACCEPT WS-PO-NO-IN LINE 4 POSITION 23.
            DISPLAY "行    號 :" LINE 4 POSITION 35.
            ACCEPT WS-LINE-NO-IN LINE 4 POSITION 48.
            PERFORM 310-FIND-HOLD-RTN.
            IF WS-HOLD-FOUND = "N"
               DISPLAY "NO STOCK IN QUARANTINE FOR THIS LINE"
                       LINE 20 POSITION 10
            ELSE
               MOVE QC-PO-NO OF QCHD-REC   TO PO-NO OF PO-REC
               MOVE QC-LINE-NO OF QCHD-REC TO PO-LINE-NO OF PO-REC
               MOVE QC-PRO-NO OF QCHD-REC  TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PO-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  DISPLAY "PO LINE OR PRODUCT NOT FOUND"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 320-ACCEPT-QTY-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-FIND-HOLD-RTN.
            MOVE "N" TO WS-HOLD-FOUND.
            MOVE WS-PO-NO-IN   TO QC-PO-NO OF QCHD-REC.
            MOVE WS-LINE-NO-IN TO QC-LINE-NO OF QCHD-REC.
            MOVE ZERO TO QC-RECV-DATE OF QCHD-REC.
            MOVE "N" TO QCHD-EOF.
            START QCHD-FILE KEY IS NOT LESS THAN QC-KEY OF QCHD-REC
               INVALID KEY MOVE "Y" TO QCHD-EOF
            END-START.
            IF QCHD-EOF = "N"
               READ QCHD-FILE NEXT RECORD
                  AT END MOVE "Y" TO QCHD-EOF
               END-READ
            END-IF.
            IF QCHD-EOF = "N"
               AND QC-PO-NO OF QCHD-REC = WS-PO-NO-IN
               AND QC-LINE-NO OF QCHD-REC = WS-LINE-NO-IN
               MOVE "Y" TO WS-HOLD-FOUND
            END-IF.
        320-ACCEPT-QTY-RTN.
            DISPLAY "產品編號 : " QC-PRO-NO OF QCHD-REC
                    LINE 6 POSITION 10.
            DISPLAY "廠商編號 : " QC-VEND-NO OF QCHD-REC
                    LINE 6 POSITION 45.
            DISPLAY "收貨日期 : " QC-RECV-DATE OF QCHD-REC
                    LINE 7 POSITION 10.
            DISPLAY "批    號 : " QC-LOT-NO OF QCHD-REC
                    LINE 7 POSITION 45.
            DISPLAY "待檢數量 : " QC-QTY OF QCHD-REC
                    LINE 8 POSITION 10.
            DISPLAY "(" PO-UNIT OF PO-REC ")" LINE 8 POSITION 35.
            DISPLAY "合格數量 :" LINE 10 POSITION 10.
            MOVE ZERO TO WS-ACC-QTY WS-REJ-QTY.
            MOVE SPACES TO WS-REASON.
            ACCEPT WS-ACC-QTY LINE 10 POSITION 23.
            DISPLAY "不合格量 :" LINE 11 POSITION 10.
            ACCEPT WS-REJ-QTY LINE 11 POSITION 23.
            COMPUTE WS-DONE-QTY = WS-ACC-QTY + WS-REJ-QTY.
            MOVE "N" TO WS-RSN-ERR.
            IF WS-DONE-QTY = ZERO
               MOVE "Y" TO WS-RSN-ERR
               DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                       LINE 20 POSITION 10
            ELSE
               IF WS-DONE-QTY > QC-QTY OF QCHD-REC
                  MOVE "Y" TO WS-RSN-ERR
                  DISPLAY "QTY EXCEEDS STOCK IN QUARANTINE"
                          LINE 20 POSITION 10
               ELSE
                  IF WS-REJ-QTY NOT = ZERO
                     MOVE "Y" TO WS-RSN-ERR
                     PERFORM 330-ACCEPT-REASON-RTN
                        UNTIL WS-RSN-ERR = "N"
                  END-IF
               END-IF
            END-IF.
            IF WS-RSN-ERR = "N"
               IF WS-ACC-QTY NOT = ZERO
                  PERFORM 400-RELEASE-RTN
               END-IF
               IF WS-REJ-QTY NOT = ZERO
                  PERFORM 450-REJECT-RTN
               END-IF
               PERFORM 490-UPDATE-HOLD-RTN
            END-IF.
      * 不合格原因為必填且須存在於原因碼檔(檔未建時僅檢查非空白)
        330-ACCEPT-REASON-RTN.
            DISPLAY "不合格原因 :" LINE 12 POSITION 10.
            ACCEPT WS-REASON LINE 12 POSITION 25.
            MOVE "N" TO WS-RSN-ERR.
            MOVE SPACES TO RS-DESC OF RSN-REC.
            IF WS-REASON = SPACES
               MOVE "Y" TO WS-RSN-ERR
               DISPLAY "REASON CODE REQUIRED" LINE 20 POSITION 10
            ELSE
               IF RSN-MISSING = "N"
                  MOVE WS-REASON TO RS-CODE OF RSN-REC
                  READ RSN-FILE
                     INVALID KEY MOVE "Y" TO WS-RSN-ERR
                  END-READ
                  IF WS-RSN-ERR = "Y"
                     DISPLAY "REASON CODE NOT ON FILE"
                             LINE 20 POSITION 10
                  END-IF
               END-IF
            END-IF.

      * 放行:待檢倉減量、產品倉庫加量;產品總量不變，異動帳以
      * 前後相同之量留存訂單編號，比照調撥
        400-RELEASE-RTN.
            COMPUTE WS-UNIT-QTY =
                    WS-ACC-QTY * QC-UNITS-PER-PACK OF QCHD-REC.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "QcInspect" TO SBR-SOURCE OF BAL-REQ.
            MOVE PO-NO OF PO-REC TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE "QC" TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ = 0 - WS-UNIT-QTY.
            CALL "StockBal" USING BAL-REQ.
            MOVE QC-WAREHOUSE OF QCHD-REC TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE WS-UNIT-QTY TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            MOVE PRO-QTY OF PROD-REC TO HOLD-QTY.
            MOVE QC-WAREHOUSE OF QCHD-REC TO SL-WAREHOUSE OF LOG-REC.
            MOVE SPACES TO SL-REASON OF LOG-REC.
            PERFORM 480-LOG-STOCK-RTN.
            IF QC-LOT-NO OF QCHD-REC NOT = SPACES
               PERFORM 410-MOVE-LOT-RTN
            END-IF.
            DISPLAY "RELEASED TO " QC-WAREHOUSE OF QCHD-REC
                    LINE 17 POSITION 10.
      * 批號庫存自待檢倉移至產品倉庫，沿用原收貨日
        410-MOVE-LOT-RTN.
            MOVE PRO-NO OF PROD-REC TO LB-PRO-NO OF LOTB-REC.
            MOVE "QC" TO LB-WAREHOUSE OF LOTB-REC.
            MOVE QC-LOT-NO OF QCHD-REC TO LB-LOT-NO OF LOTB-REC.
            PERFORM 470-LOT-OUT-RTN.
            MOVE PRO-NO OF PROD-REC TO LB-PRO-NO OF LOTB-REC.
            MOVE QC-WAREHOUSE OF QCHD-REC TO LB-WAREHOUSE OF LOTB-REC.
            MOVE QC-LOT-NO OF QCHD-REC TO LB-LOT-NO OF LOTB-REC.
            MOVE "N" TO LOTB-NEW.
            READ LOTB-FILE
               INVALID KEY MOVE "Y" TO LOTB-NEW
            END-READ.
            IF LOTB-NEW = "Y"
               MOVE PRO-NO OF PROD-REC TO LB-PRO-NO OF LOTB-REC
               MOVE QC-WAREHOUSE OF QCHD-REC
                    TO LB-WAREHOUSE OF LOTB-REC
               MOVE QC-LOT-NO OF QCHD-REC TO LB-LOT-NO OF LOTB-REC
               MOVE WS-UNIT-QTY TO LB-QTY OF LOTB-REC
               MOVE QC-RECV-DATE OF QCHD-REC
                    TO LB-RECV-DATE OF LOTB-REC
               WRITE LOTB-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING LOT.BAL FOR "
                             LB-KEY OF LOTB-REC
               END-WRITE
            ELSE
               ADD WS-UNIT-QTY TO LB-QTY OF LOTB-REC
               REWRITE LOTB-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING LOT.BAL FOR "
                             LB-KEY OF LOTB-REC
               END-REWRITE
            END-IF.

      * 退回:取扣款單號、自主檔與待檢倉出帳、沖減訂單已收量、
      * 應付入負數、印退貨單，比照退回廠商作業
        450-REJECT-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-DM-NO.
            COMPUTE WS-UNIT-QTY =
                    WS-REJ-QTY * QC-UNITS-PER-PACK OF QCHD-REC.
            MOVE PRO-QTY OF PROD-REC TO HOLD-QTY.
            IF WS-UNIT-QTY > PRO-QTY OF PROD-REC
               MOVE ZERO TO PRO-QTY OF PROD-REC
            ELSE
               SUBTRACT WS-UNIT-QTY FROM PRO-QTY OF PROD-REC
            END-IF.
            REWRITE PROD-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PROD-FILE FOR "
                          PRO-NO OF PROD-REC
            END-REWRITE.
            MOVE "QC" TO SL-WAREHOUSE OF LOG-REC.
            MOVE WS-REASON TO SL-REASON OF LOG-REC.
            PERFORM 480-LOG-STOCK-RTN.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "QcInspect" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-DM-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE "QC" TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ =
                    SL-QTY-AFTER OF LOG-REC
                  - SL-QTY-BEFORE OF LOG-REC.
            CALL "StockBal" USING BAL-REQ.
            IF QC-LOT-NO OF QCHD-REC NOT = SPACES
               MOVE PRO-NO OF PROD-REC TO LB-PRO-NO OF LOTB-REC
               MOVE "QC" TO LB-WAREHOUSE OF LOTB-REC
               MOVE QC-LOT-NO OF QCHD-REC TO LB-LOT-NO OF LOTB-REC
               PERFORM 470-LOT-OUT-RTN
            END-IF.
            IF WS-REJ-QTY > PO-QTY-RECV OF PO-REC
               MOVE ZERO TO PO-QTY-RECV OF PO-REC
            ELSE
               SUBTRACT WS-REJ-QTY FROM PO-QTY-RECV OF PO-REC
            END-IF.
            REWRITE PO-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PO-FILE FOR "
                          PO-NO OF PO-REC
            END-REWRITE.
            COMPUTE WS-RTV-VALUE =
                    WS-REJ-QTY * PO-UNIT-COST OF PO-REC.
            PERFORM 460-WRITE-DEBIT-RTN.
            PERFORM 465-PRINT-FORM-RTN.
            DISPLAY "DEBIT MEMO " WS-DM-NO " RECORDED"
                    LINE 18 POSITION 10.
      * 扣款單以 DM+單號為發票號碼，負數餘額由付款作業淨額沖抵
        460-WRITE-DEBIT-RTN.
            MOVE QC-VEND-NO OF QCHD-REC TO AP-VEND-NO OF AP-REC.
            MOVE SPACES TO AP-INV-NO OF AP-REC.
            STRING "DM" WS-DM-NO DELIMITED BY SIZE
                   INTO AP-INV-NO OF AP-REC.
            MOVE WS-RUN-DATE-NUM TO AP-INV-DATE OF AP-REC.
            MOVE WS-RUN-DATE-NUM TO AP-DUE-DATE OF AP-REC.
            MOVE PO-NO OF PO-REC TO AP-PO-NO OF AP-REC.
            COMPUTE AP-BALANCE OF AP-REC = 0 - WS-RTV-VALUE.
            MOVE "O" TO AP-STATUS OF AP-REC.
            MOVE ZERO TO AP-DISC-PCT OF AP-REC
                         AP-DISC-DATE OF AP-REC.
            WRITE AP-REC
               INVALID KEY
                  DISPLAY "DUPLICATE DEBIT MEMO !! "
                          AP-KEY OF AP-REC
            END-WRITE.
        465-PRINT-FORM-RTN.
            MOVE QC-VEND-NO OF QCHD-REC TO VEND-NO OF VEND-REC.
            READ VEND-FILE
               INVALID KEY
                  MOVE SPACES TO VEND-NAME OF VEND-REC
            END-READ.
            WRITE OUT-REC FROM FORM-HEADING1 AFTER PAGE.
            WRITE OUT-REC FROM FORM-HEADING2 AFTER 2 LINES.
            MOVE WS-DM-NO TO FM-DM-NO.
            MOVE RUN-YY TO FM-YY.
            MOVE RUN-MM TO FM-MM.
            MOVE RUN-DD TO FM-DD.
            WRITE OUT-REC FROM FORM-DM-LINE AFTER 2 LINES.
            MOVE VEND-NAME OF VEND-REC TO FM-VEND-NAME.
            WRITE OUT-REC FROM FORM-VEND-LINE AFTER 2 LINES.
            MOVE PO-NO OF PO-REC      TO FM-PO-NO.
            MOVE PO-LINE-NO OF PO-REC TO FM-LINE-NO.
            WRITE OUT-REC FROM FORM-PO-LINE AFTER 2 LINES.
            MOVE PO-PRO-NO OF PO-REC TO FM-PRO-NO.
            MOVE WS-REJ-QTY          TO FM-QTY.
            MOVE WS-RTV-VALUE        TO FM-VALUE.
            WRITE OUT-REC FROM FORM-DETAIL-LINE AFTER 2 LINES.
            MOVE WS-REASON           TO FM-REASON.
            MOVE RS-DESC OF RSN-REC  TO FM-REASON-DESC.
            MOVE QC-LOT-NO OF QCHD-REC TO FM-LOT-NO.
            WRITE OUT-REC FROM FORM-REASON-LINE AFTER 2 LINES.
      * 待檢倉批號庫存減量(不低於零)
        470-LOT-OUT-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ LOTB-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               IF WS-UNIT-QTY > LB-QTY OF LOTB-REC
                  MOVE ZERO TO LB-QTY OF LOTB-REC
               ELSE
                  SUBTRACT WS-UNIT-QTY FROM LB-QTY OF LOTB-REC
               END-IF
               REWRITE LOTB-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING LOT.BAL FOR "
                             LB-KEY OF LOTB-REC
               END-REWRITE
            END-IF.
      * 異動帳:放行者前後量相同，退回者記原因碼
        480-LOG-STOCK-RTN.
            MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF LOG-REC.
            MOVE RUN-YY  TO SL-YY OF LOG-REC.
            MOVE RUN-MM  TO SL-MM OF LOG-REC.
            MOVE RUN-DD  TO SL-DD OF LOG-REC.
            MOVE "QcInspect" TO SL-SOURCE OF LOG-REC.
            IF WS-REJ-QTY NOT = ZERO
               AND SL-WAREHOUSE OF LOG-REC = "QC"
               MOVE WS-DM-NO TO SL-REF-NO OF LOG-REC
            ELSE
               MOVE PO-NO OF PO-REC TO SL-REF-NO OF LOG-REC
            END-IF.
            MOVE HOLD-QTY TO SL-QTY-BEFORE OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-AFTER OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
      * 待檢紀錄扣減已檢驗量，檢驗完畢者刪除
        490-UPDATE-HOLD-RTN.
            SUBTRACT WS-DONE-QTY FROM QC-QTY OF QCHD-REC.
            IF QC-QTY OF QCHD-REC = ZERO
               DELETE QCHD-FILE
                  INVALID KEY
                     DISPLAY "ERROR DELETING QCHOLD.DAT FOR "
                             QC-KEY OF QCHD-REC
               END-DELETE
            ELSE
               REWRITE QCHD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING QCHOLD.DAT FOR "
                             QC-KEY OF QCHD-REC
               END-REWRITE
            END-IF.

      * 待檢庫存報表:逐筆列出待檢量與收貨至今天數
        500-QC-REPORT-RTN.
            PERFORM 200-WRITE-HEADING.
            MOVE LOW-VALUES TO QC-KEY OF QCHD-REC.
            MOVE "N" TO QCHD-EOF.
            START QCHD-FILE KEY IS NOT LESS THAN QC-KEY OF QCHD-REC
               INVALID KEY MOVE "Y" TO QCHD-EOF
            END-START.
            PERFORM 510-READ-QCHD-RTN.
            PERFORM 530-ONE-HOLD-RTN UNTIL QCHD-EOF = "Y".
            DISPLAY "LINES IN QUARANTINE : " HOLD-CNT
                    LINE 20 POSITION 10.
        510-READ-QCHD-RTN.
            IF QCHD-EOF = "N"
               READ QCHD-FILE NEXT RECORD
                  AT END MOVE "Y" TO QCHD-EOF
               END-READ
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        530-ONE-HOLD-RTN.
            COMPUTE WS-DAYS-HELD =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(QC-RECV-DATE OF QCHD-REC).
            MOVE QC-PO-NO OF QCHD-REC     TO QL-PO-NO.
            MOVE QC-LINE-NO OF QCHD-REC   TO QL-LINE-NO.
            MOVE QC-PRO-NO OF QCHD-REC    TO QL-PRO-NO.
            MOVE QC-VEND-NO OF QCHD-REC   TO QL-VEND-NO.
            MOVE QC-QTY OF QCHD-REC       TO QL-QTY.
            MOVE QC-RECV-DATE OF QCHD-REC TO QL-RECV-DATE.
            MOVE WS-DAYS-HELD             TO QL-DAYS.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            ADD 1 TO HOLD-CNT.
            PERFORM 510-READ-QCHD-RTN.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "QCHOLD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO QCHD-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AP-FILE-NAME.
            MOVE "LOT.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOTB-FILE-NAME.
            MOVE "REASON.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RSN-FILE-NAME.
            MOVE "QCINSP.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
