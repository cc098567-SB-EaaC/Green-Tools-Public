      ** 停止補貨產品出清報表 (RUNOUT.CBL):列出產品狀態為停止補貨
      **                                  (P)之產品，逐項列出剩餘庫存
      **                                  量與成本、未結欠貨
      **                                  (BACKORD.DAT 狀態 O)、應取消
      **                                  之未結訂購單行(PO.DAT 狀態
      **                                  O/W)，以及組合產品檔
      **                                  (BOM.DAT)中仍以其為組件之
      **                                  上層產品;四者皆無者註明可
      **                                  改為淘汰(D)
      **                                  簽入操作員須有查看成本權限，否則不
      **                                  予執行
      **                                  對照 (DEADSTK.CBL) 之報表
      **                                  格式與 (BOMMNT.CBL) 之
      **                                  組件反查

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     RunOutReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT BORD-FILE ASSIGN TO RANDOM BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS BORD-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT BOM-FILE ASSIGN TO RANDOM BOM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-KEY
                  ALTERNATE RECORD KEY IS BM-COMP-NO
                            WITH DUPLICATES
                  FILE STATUS IS BOM-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==BORD-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD BOM-FILE
           LABEL RECORD IS STANDARD.
           COPY BOMCOPY REPLACING ==BOM-GRP== BY ==BOM-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 BOM-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        01 EOF          PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 BORD-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 BOM-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 BORD-MISSING PIC X  VALUE "N".
        77 PO-MISSING   PIC X  VALUE "N".
        77 BOM-MISSING  PIC X  VALUE "N".
        77 BORD-EOF     PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 BOM-EOF      PIC X  VALUE "N".
        77 WS-VALUE     PIC 9(10)V99 VALUE 0.
        77 WS-OPEN-ITEMS PIC 9(5) VALUE 0.
        77 PHASE-CNT    PIC 9(5) VALUE 0.
        77 READY-CNT    PIC 9(5) VALUE 0.
        77 BO-CNT       PIC 9(5) VALUE 0.
        77 PO-CNT       PIC 9(5) VALUE 0.
        77 BOM-CNT      PIC 9(5) VALUE 0.
        77 TOTAL-VALUE  PIC 9(11)V99 VALUE 0.
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
           05 FILLER            PIC X(28)
              VALUE "PHASE-OUT PRODUCT RUN-OUT".
        01 HEADING2.
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(12) VALUE "產品名稱".
           05 FILLER            PIC X(10) VALUE "生效日".
           05 FILLER            PIC X(9)  VALUE "庫存量".
           05 FILLER            PIC X(14) VALUE "庫存成本".
        01 PRODUCT-LINE.
           05 PR-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 PR-PRO-NAME       PIC X(10).
           05 FILLER            PIC X(2).
           05 PR-STATUS-DATE    PIC 9(8).
           05 FILLER            PIC X(2).
           05 PR-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 PR-VALUE          PIC ZZ,ZZZ,ZZ9.99.
        01 BO-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "未結欠貨".
           05 FILLER            PIC X(7)  VALUE "客戶 ".
           05 BL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(9)  VALUE "  日期 ".
           05 BL-DATE           PIC 9(8).
           05 FILLER            PIC X(9)  VALUE "  單號 ".
           05 BL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(9)  VALUE "  數量 ".
           05 BL-QTY            PIC ZZ,ZZ9.
        01 PO-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "待取消採購".
           05 FILLER            PIC X(10) VALUE "訂購單 ".
           05 PL-PO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 PL-LINE-NO        PIC 9(3).
           05 FILLER            PIC X(9)  VALUE "  廠商 ".
           05 PL-VEND-NO        PIC X(4).
           05 FILLER            PIC X(9)  VALUE "  數量 ".
           05 PL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PL-REMARK         PIC X(10).
        01 BOM-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "組合用料".
           05 FILLER            PIC X(13) VALUE "上層產品 ".
           05 ML-PARENT-NO      PIC X(13).
           05 FILLER            PIC X(15) VALUE "  單位用量 ".
           05 ML-QTY-PER        PIC ZZ9.
        01 READY-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(48)
              VALUE "已無庫存與未結事項，可改為淘汰(D)".
        01 SUMMARY-LINE.
           05 FILLER            PIC X(22) VALUE "PHASE-OUT PRODUCTS  :".
           05 SM-PHASE-CNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(22) VALUE "   READY TO DISCONT.:".
           05 SM-READY-CNT      PIC ZZ,ZZ9.
        01 SUMMARY-LINE2.
           05 FILLER            PIC X(22) VALUE "REMAINING STOCK COST:".
           05 SM-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 SUMMARY-LINE3.
           05 FILLER            PIC X(22) VALUE "OPEN BACKORDERS     :".
           05 SM-BO-CNT         PIC ZZ,ZZ9.
           05 FILLER            PIC X(22) VALUE "   PO TO CANCEL     :".
           05 SM-PO-CNT         PIC ZZ,ZZ9.
        01 SUMMARY-LINE4.
           05 FILLER            PIC X(22) VALUE "BOM PARENTS USING IT:".
           05 SM-BOM-CNT        PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = " PROD-FS
              STOP RUN.
        BORD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BORD-FILE.
        BORD-ERROR-PROCESS.
           IF BORD-FS NOT = "00"
              MOVE "Y" TO BORD-MISSING.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              MOVE "Y" TO PO-MISSING.
        BOM-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BOM-FILE.
        BOM-ERROR-PROCESS.
           IF BOM-FS NOT = "00"
              MOVE "Y" TO BOM-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
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
            PERFORM 100-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-RTN.
            PERFORM 400-LOOP-RTN UNTIL EOF = "Y".
            PERFORM 500-WRITE-SUMMARY.
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
      * 欠貨檔與組合產品檔未建時視為無資料;訂購單檔於每項產品
      * 逐一掃描時開啟
        100-OPEN-RTN.
            OPEN INPUT PROD-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO BORD-MISSING.
            OPEN INPUT BORD-FILE.
            MOVE "N" TO BOM-MISSING.
            OPEN INPUT BOM-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        300-READ-RTN.
            READ PROD-FILE NEXT RECORD AT END MOVE "Y" TO EOF.
        400-LOOP-RTN.
            IF PRO-PHASE-OUT OF PROD-REC
               PERFORM 410-PRODUCT-RTN
            END-IF.
            PERFORM 300-READ-RTN.
        410-PRODUCT-RTN.
            ADD 1 TO PHASE-CNT.
            COMPUTE WS-VALUE =
                    PRO-QTY OF PROD-REC * PRO-COST OF PROD-REC.
            ADD WS-VALUE TO TOTAL-VALUE.
            MOVE PRO-NO OF PROD-REC   TO PR-PRO-NO.
            MOVE PRO-NAME OF PROD-REC TO PR-PRO-NAME.
            MOVE PRO-STATUS-DATE OF PROD-REC TO PR-STATUS-DATE.
            MOVE PRO-QTY OF PROD-REC  TO PR-QTY.
            MOVE WS-VALUE             TO PR-VALUE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM PRODUCT-LINE AFTER 2 LINES.
            MOVE ZERO TO WS-OPEN-ITEMS.
            IF BORD-MISSING = "N"
               PERFORM 420-BACKORDER-RTN
            END-IF.
            PERFORM 440-OPEN-PO-RTN.
            IF BOM-MISSING = "N"
               PERFORM 460-WHERE-USED-RTN
            END-IF.
            IF WS-OPEN-ITEMS = ZERO
               AND PRO-QTY OF PROD-REC = ZERO
               ADD 1 TO READY-CNT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM READY-LINE AFTER 1 LINES
            END-IF.
      * 欠貨檔鍵以產品為首，START 於產品後依序讀至產品變更
        420-BACKORDER-RTN.
            MOVE "N" TO BORD-EOF.
            MOVE PRO-NO OF PROD-REC TO BO-PRO-NO OF BORD-REC.
            MOVE ZERO TO BO-DATE OF BORD-REC.
            MOVE LOW-VALUES TO BO-SALE-NO OF BORD-REC.
            START BORD-FILE KEY IS NOT LESS THAN BO-KEY OF BORD-REC
               INVALID KEY MOVE "Y" TO BORD-EOF
            END-START.
            PERFORM 425-READ-BORD-RTN.
            PERFORM 430-ONE-BORD-RTN UNTIL BORD-EOF = "Y".
        425-READ-BORD-RTN.
            IF BORD-EOF = "N"
               READ BORD-FILE NEXT RECORD
                  AT END MOVE "Y" TO BORD-EOF
               END-READ
            END-IF.
            IF BORD-EOF = "N"
               AND BO-PRO-NO OF BORD-REC NOT = PRO-NO OF PROD-REC
               MOVE "Y" TO BORD-EOF
            END-IF.
        430-ONE-BORD-RTN.
            IF BO-STATUS OF BORD-REC = "O"
               MOVE BO-CUS-NO OF BORD-REC  TO BL-CUS-NO
               MOVE BO-DATE OF BORD-REC    TO BL-DATE
               MOVE BO-SALE-NO OF BORD-REC TO BL-SALE-NO
               MOVE BO-QTY OF BORD-REC     TO BL-QTY
               ADD 1 TO BO-CNT WS-OPEN-ITEMS
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM BO-LINE AFTER 1 LINES
            END-IF.
            PERFORM 425-READ-BORD-RTN.
      * 訂購單檔僅以單號為鍵，逐項產品由頭掃描;待核准(W)與
      * 未結(O)之行均應向廠商取消
        440-OPEN-PO-RTN.
            MOVE "N" TO PO-MISSING PO-EOF.
            OPEN INPUT PO-FILE.
            IF PO-MISSING = "N"
               PERFORM 445-READ-PO-RTN
               PERFORM 450-ONE-PO-RTN UNTIL PO-EOF = "Y"
               CLOSE PO-FILE
            END-IF.
        445-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
        450-ONE-PO-RTN.
            IF PO-PRO-NO OF PO-REC = PRO-NO OF PROD-REC
               AND (PO-STATUS OF PO-REC = "O"
                    OR PO-STATUS OF PO-REC = "W")
               MOVE PO-NO OF PO-REC      TO PL-PO-NO
               MOVE PO-LINE-NO OF PO-REC TO PL-LINE-NO
               MOVE PO-VEND-NO OF PO-REC TO PL-VEND-NO
               MOVE PO-QTY OF PO-REC     TO PL-QTY
               IF PO-STATUS OF PO-REC = "W"
                  MOVE "待核准" TO PL-REMARK
               ELSE
                  IF PO-IS-DROP-SHIP OF PO-REC
                     MOVE "直送" TO PL-REMARK
                  ELSE
                     MOVE SPACES TO PL-REMARK
                  END-IF
               END-IF
               ADD 1 TO PO-CNT WS-OPEN-ITEMS
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM PO-LINE AFTER 1 LINES
            END-IF.
            PERFORM 445-READ-PO-RTN.
      * 以組件副鍵反查仍使用本產品之上層(組合)產品
        460-WHERE-USED-RTN.
            MOVE "N" TO BOM-EOF.
            MOVE PRO-NO OF PROD-REC TO BM-COMP-NO OF BOM-REC.
            START BOM-FILE KEY IS EQUAL TO BM-COMP-NO OF BOM-REC
               INVALID KEY MOVE "Y" TO BOM-EOF
            END-START.
            PERFORM 465-READ-BOM-RTN.
            PERFORM 470-ONE-BOM-RTN UNTIL BOM-EOF = "Y".
        465-READ-BOM-RTN.
            IF BOM-EOF = "N"
               READ BOM-FILE NEXT RECORD
                  AT END MOVE "Y" TO BOM-EOF
               END-READ
            END-IF.
            IF BOM-EOF = "N"
               AND BM-COMP-NO OF BOM-REC NOT = PRO-NO OF PROD-REC
               MOVE "Y" TO BOM-EOF
            END-IF.
        470-ONE-BOM-RTN.
            MOVE BM-PARENT-NO OF BOM-REC TO ML-PARENT-NO.
            MOVE BM-QTY-PER OF BOM-REC   TO ML-QTY-PER.
            ADD 1 TO BOM-CNT WS-OPEN-ITEMS.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM BOM-LINE AFTER 1 LINES.
            PERFORM 465-READ-BOM-RTN.
        500-WRITE-SUMMARY.
            MOVE PHASE-CNT   TO SM-PHASE-CNT.
            MOVE READY-CNT   TO SM-READY-CNT.
            MOVE TOTAL-VALUE TO SM-VALUE.
            MOVE BO-CNT      TO SM-BO-CNT.
            MOVE PO-CNT      TO SM-PO-CNT.
            MOVE BOM-CNT     TO SM-BOM-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE  AFTER 3 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE2 AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE3 AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE4 AFTER 2 LINES.
        600-CLOSE-RTN.
            CLOSE PROD-FILE OUT-FILE.
            IF BORD-MISSING = "N"
               CLOSE BORD-FILE
            END-IF.
            IF BOM-MISSING = "N"
               CLOSE BOM-FILE
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BORD-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "BOM.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BOM-FILE-NAME.
            MOVE "RUNOUT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
