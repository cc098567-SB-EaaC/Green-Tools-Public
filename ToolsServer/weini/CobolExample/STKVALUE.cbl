      ** 庫存評價報表 (STKVALUE.CBL):產品主檔數量乘成本，依倉庫別
      **                             與類別別(比照 SAM91.CBL 之控制
      **                             中斷)小計並加總公司總值;存放
      **                             於客戶寄售點之數量自所屬倉庫
      **                             扣出，另列寄售庫存一行並計入
      **                                      簽入操作員須有查看成本權限，否則不
      **                                      予執行
      **                             公司總值，報表格式對照
      **                             (SAM12-5.CBL)

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     StockValue.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "VALSORT.TMP".
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
           05 SD-CATEGORY       PIC X(3).
           05 SD-PRO-NO         PIC X(13).
           05 FILLER            PIC X(22).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 PROD-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 WS-VALUE     PIC 9(10)V99 VALUE 0.
        77 WH-TOTAL     PIC 9(11)V99 VALUE 0.
        77 ALL-TOTAL    PIC 9(12)V99 VALUE 0.
        77 CONS-TOTAL   PIC 9(11)V99 VALUE 0.
        77 WS-CONS-QTY  PIC 9(5) VALUE 0.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER      PIC X(16) VALUE " 倉庫小計....".
           05 WT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(4)  VALUE "   *".
        01 CONS-TOTAL-LINE.
           05 FILLER      PIC X(6).
           05 FILLER      PIC X(17) VALUE " 寄售庫存....".
           05 CN-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(4)  VALUE "   *".
        01 ENDING-LINE.
           05 FILLER      PIC X(19) VALUE "公司總值....".
           05 ET-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 040-CHECK-COST-RTN.
            IF WS-SEE-COST NOT = "Y"
               DISPLAY "COST AUTHORITY REQUIRED" LINE 20 POSITION 10
               STOP RUN
            END-IF.
            PERFORM 100-BUILD-WORK-RTN.
            PERFORM 150-SORT-WORK-RTN.
            PERFORM 200-OPEN-RTN.
            PERFORM 500-WRITE-ENDING.
            PERFORM 600-CLOSE-RTN.
            STOP RUN.
      * 查看成本權限取自簽入檔;未簽入者視為無權限
        040-CHECK-COST-RTN.
            MOVE "N" TO WS-SEE-COST OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END CONTINUE
                  NOT AT END MOVE OP-SEE-COST TO WS-SEE-COST
               END-READ
               CLOSE OPER-FILE
            END-IF.
      * 產品主檔複製到工作檔後依倉庫+產品排序;寄售量另計
        100-BUILD-WORK-RTN.
            OPEN INPUT PROD-FILE
                 OUTPUT WORK-FILE.
            MOVE PRO-NAME OF PROD-REC      TO WK-PRO-NAME.
            MOVE PRO-QTY OF PROD-REC       TO WK-QTY.
            MOVE PRO-COST OF PROD-REC      TO WK-COST.
            PERFORM 130-CONSIGN-QTY-RTN.
            WRITE WORK-REC.
            PERFORM 110-READ-PROD-RTN.
      * 存放客戶處之寄售量仍屬本公司庫存，自主倉數量扣出後
      * 以寄售庫存一行評價
        130-CONSIGN-QTY-RTN.
            MOVE "C" TO SBR-FUNC OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE SPACES TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            MOVE SBR-BALANCE OF BAL-REQ TO WS-CONS-QTY.
            IF WS-CONS-QTY > WK-QTY
               MOVE WK-QTY TO WS-CONS-QTY
            END-IF.
            IF WS-CONS-QTY > ZERO
               SUBTRACT WS-CONS-QTY FROM WK-QTY
               COMPUTE WS-VALUE = WS-CONS-QTY * WK-COST
               ADD WS-VALUE TO CONS-TOTAL
            END-IF.
        150-SORT-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-WAREHOUSE
        500-WRITE-ENDING.
            PERFORM 430-PROCESS-CATEGORY-RTN.
            PERFORM 440-PROCESS-WAREHOUSE-RTN.
            MOVE CONS-TOTAL TO CN-TOTAL.
            WRITE OUT-REC FROM CONS-TOTAL-LINE AFTER 2 LINES.
            ADD CONS-TOTAL TO ALL-TOTAL.
            MOVE ALL-TOTAL TO ET-TOTAL.
            WRITE OUT-REC FROM ENDING-LINE AFTER 2 LINES.
        600-CLOSE-RTN.
