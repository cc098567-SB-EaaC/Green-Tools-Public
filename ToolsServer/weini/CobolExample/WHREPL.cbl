      ** 倉間調撥補貨作業 (WHREPL.CBL):依倉別補貨水準檔
      **                              WHLEVEL.DAT，存量(含在途調入
      **                              )已達最低量以下之倉庫，先由
      **                              超過最高量之倉庫調撥補足至最
      **                              高量，印調撥建議報表，其餘不
      **                              足量列為待採購(由 Sample12-7
      **                              訂購);經確認後比照
      **                              StockXfer 之轉出建立調撥單，
      **                              由入倉以 StockXfer 轉入結案
      **                              對照 (TRANSFER.CBL) 之轉出

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ReplenXfer.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT WHLV-FILE ASSIGN TO RANDOM WHLV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WL-KEY
                  FILE STATUS IS WHLV-FS.
           SELECT XFER-FILE ASSIGN TO RANDOM XFER-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XF-NO
                  FILE STATUS IS XFER-FS.
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
        FD WHLV-FILE
           LABEL RECORD IS STANDARD.
           COPY WHLVCOPY REPLACING ==WHLV-GRP== BY ==WHLV-REC==.
        FD XFER-FILE
           LABEL RECORD IS STANDARD.
           COPY XFERCOPY REPLACING ==XFER-GRP== BY ==XFER-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 WHLV-FILE-NAME         PIC X(30) VALUE SPACES.
        77 XFER-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 WHLV-FS      PIC XX.
        77 XFER-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 WHLV-EOF     PIC X  VALUE "N".
        77 XFER-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 SURE         PIC X  VALUE "N".
        77 WS-CUR-PRO-NO PIC X(13) VALUE SPACES.
        77 WS-POSITION  PIC S9(6) VALUE 0.
        77 WS-MOVE-QTY  PIC 9(5) VALUE 0.
        77 WS-XF-NO     PIC X(6) VALUE SPACES.
        77 NN-SERIES    PIC X(8) VALUE "XFER".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 PROD-CNT     PIC 9(5) VALUE 0.
        77 BUY-CNT      PIC 9(5) VALUE 0.
        77 CREATED-CNT  PIC 9(3) VALUE 0.
      * 一產品各倉別之水準與存量;在途調入量為已轉出未轉入之
      * 調撥單數量
        01 WH-TABLE.
           05 WT-ENTRY OCCURS 20 TIMES.
              10 WT-WAREHOUSE   PIC X(3).
              10 WT-MIN-QTY     PIC 9(5).
              10 WT-MAX-QTY     PIC 9(5).
              10 WT-QTY         PIC S9(5).
              10 WT-INBOUND     PIC 9(6).
              10 WT-NEED        PIC 9(6).
              10 WT-SURPLUS     PIC 9(5).
        77 WT-COUNT     PIC 9(2) VALUE 0.
        77 WT-SUB       PIC 9(2) VALUE 0.
        77 WT-SUB2      PIC 9(2) VALUE 0.
      * 本次建議之調撥，確認後逐筆建立調撥單
        01 PLAN-TABLE.
           05 XP-ENTRY OCCURS 300 TIMES.
              10 XP-PRO-NO      PIC X(13).
              10 XP-FROM-WH     PIC X(3).
              10 XP-TO-WH       PIC X(3).
              10 XP-QTY         PIC 9(5).
        77 XP-COUNT     PIC 9(3) VALUE 0.
        77 XP-SUB       PIC 9(3) VALUE 0.
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
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(34)
              VALUE "WAREHOUSE REPLENISHMENT PROPOSAL".
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "產品編號".
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "出倉".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "入倉".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "入倉存量".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "最高量".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "建議量".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "備註".
        01 DETAIL-LINE.
           05 DL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(3).
           05 DL-FROM-WH        PIC X(3).
           05 FILLER            PIC X(4).
           05 DL-TO-WH          PIC X(3).
           05 FILLER            PIC X(3).
           05 DL-TO-QTY         PIC ZZ,ZZ9-.
           05 FILLER            PIC X(2).
           05 DL-TO-MAX         PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 DL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 DL-REMARK         PIC X(12).
        01 CREATED-LINE.
           05 FILLER            PIC X(9)  VALUE "TRANSFER ".
           05 CL-XF-NO          PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-FROM-WH        PIC X(3).
           05 FILLER            PIC X(4)  VALUE " -> ".
           05 CL-TO-WH          PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-STATUS         PIC X(20).
        01 SUMMARY-LINE.
           05 FILLER            PIC X(22)
              VALUE "TRANSFERS PROPOSED  : ".
           05 SL-XFER-CNT       PIC ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(22)
              VALUE "LINES LEFT TO BUY   : ".
           05 SL-BUY-CNT        PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        WHLV-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WHLV-FILE.
        WHLV-ERROR-PROCESS.
           IF WHLV-FS NOT = "00"
              DISPLAY "NO WAREHOUSE LEVELS - RUN WhLevelMaint FIRST"
              EXIT PROGRAM.
        XFER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON XFER-FILE.
        XFER-ERROR-PROCESS.
           IF XFER-FS NOT = "00"
              OPEN OUTPUT XFER-FILE
              CLOSE XFER-FILE
              OPEN I-O XFER-FILE.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
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
            OPEN INPUT WHLV-FILE
                       PROD-FILE
                 I-O   XFER-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-WHLV-RTN.
            PERFORM 400-PRODUCT-RTN UNTIL WHLV-EOF = "Y".
            MOVE XP-COUNT TO SL-XFER-CNT.
            MOVE BUY-CNT  TO SL-BUY-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 3 LINES.
            DISPLAY "TRANSFERS PROPOSED : " XP-COUNT
                    LINE 18 POSITION 10.
            IF XP-COUNT > ZERO
               DISPLAY "CREATE TRANSFER DOCUMENTS?(Y/N):"
                       LINE 20 POSITION 10
               ACCEPT SURE LINE 20 POSITION 44
               IF SURE = "Y"
                  PERFORM 600-CREATE-RTN
                     VARYING XP-SUB FROM 1 BY 1
                     UNTIL XP-SUB > XP-COUNT
                  DISPLAY "TRANSFERS CREATED : " CREATED-CNT
                          LINE 21 POSITION 10
               END-IF
            END-IF.
            CLOSE WHLV-FILE PROD-FILE XFER-FILE OUT-FILE.
            EXIT PROGRAM.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        300-READ-WHLV-RTN.
            READ WHLV-FILE NEXT RECORD
               AT END MOVE "Y" TO WHLV-EOF
            END-READ.
      * 水準檔依產品、倉別排序，一產品之各倉別一次載入後處理
        400-PRODUCT-RTN.
            MOVE WL-PRO-NO OF WHLV-REC TO WS-CUR-PRO-NO.
            MOVE ZERO TO WT-COUNT.
            PERFORM 410-LOAD-LEVEL-RTN
               UNTIL WHLV-EOF = "Y"
                  OR WL-PRO-NO OF WHLV-REC NOT = WS-CUR-PRO-NO.
            MOVE WS-CUR-PRO-NO TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               ADD 1 TO PROD-CNT
               PERFORM 420-INBOUND-RTN
               PERFORM 430-POSITION-RTN
                  VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
               PERFORM 440-MATCH-RTN
                  VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
               PERFORM 470-BUY-LINE-RTN
                  VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
            END-IF.
        410-LOAD-LEVEL-RTN.
            IF WT-COUNT < 20
               ADD 1 TO WT-COUNT
               MOVE WL-WAREHOUSE OF WHLV-REC
                    TO WT-WAREHOUSE (WT-COUNT)
               MOVE WL-MIN-QTY OF WHLV-REC TO WT-MIN-QTY (WT-COUNT)
               MOVE WL-MAX-QTY OF WHLV-REC TO WT-MAX-QTY (WT-COUNT)
               MOVE "I" TO SBR-FUNC OF BAL-REQ
               MOVE WS-CUR-PRO-NO TO SBR-PRO-NO OF BAL-REQ
               MOVE WL-WAREHOUSE OF WHLV-REC
                    TO SBR-WAREHOUSE OF BAL-REQ
               MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ
               CALL "StockBal" USING BAL-REQ
               MOVE SBR-BALANCE OF BAL-REQ TO WT-QTY (WT-COUNT)
               MOVE ZERO TO WT-INBOUND (WT-COUNT)
            ELSE
               DISPLAY "WAREHOUSE TABLE FULL, " WS-CUR-PRO-NO " "
                       WL-WAREHOUSE OF WHLV-REC " NOT PLANNED"
            END-IF.
            PERFORM 300-READ-WHLV-RTN.
      * 已轉出未轉入之調撥單視同入倉存量，避免重複調撥或採購
        420-INBOUND-RTN.
            MOVE "N" TO XFER-EOF.
            MOVE LOW-VALUES TO XF-NO OF XFER-REC.
            START XFER-FILE KEY IS NOT LESS THAN XF-NO OF XFER-REC
               INVALID KEY MOVE "Y" TO XFER-EOF
            END-START.
            PERFORM 425-READ-XFER-RTN.
            PERFORM 426-ONE-XFER-RTN UNTIL XFER-EOF = "Y".
        425-READ-XFER-RTN.
            IF XFER-EOF = "N"
               READ XFER-FILE NEXT RECORD
                  AT END MOVE "Y" TO XFER-EOF
               END-READ
            END-IF.
        426-ONE-XFER-RTN.
            IF XF-SHIPPED OF XFER-REC
               AND XF-PRO-NO OF XFER-REC = WS-CUR-PRO-NO
               PERFORM 427-ADD-INBOUND-RTN
                  VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
            END-IF.
            PERFORM 425-READ-XFER-RTN.
        427-ADD-INBOUND-RTN.
            IF WT-WAREHOUSE (WT-SUB) = XF-TO-WH OF XFER-REC
               ADD XF-QTY OF XFER-REC TO WT-INBOUND (WT-SUB)
            END-IF.
      * 存量(含在途調入)不超過最低量者需補足至最高量;現有量
      * 超過最高量者其超出部份可調出;最低量為零者不補貨
        430-POSITION-RTN.
            MOVE ZERO TO WT-NEED (WT-SUB) WT-SURPLUS (WT-SUB).
            COMPUTE WS-POSITION = WT-QTY (WT-SUB) + WT-INBOUND (WT-SUB).
            IF WT-MIN-QTY (WT-SUB) > ZERO
               AND WS-POSITION NOT > WT-MIN-QTY (WT-SUB)
               COMPUTE WT-NEED (WT-SUB) =
                       WT-MAX-QTY (WT-SUB) - WS-POSITION
            ELSE
               IF WT-QTY (WT-SUB) > WT-MAX-QTY (WT-SUB)
                  COMPUTE WT-SURPLUS (WT-SUB) =
                          WT-QTY (WT-SUB) - WT-MAX-QTY (WT-SUB)
               END-IF
            END-IF.
      * 需補倉依倉別順序，逐一向有超出量之倉庫調撥
        440-MATCH-RTN.
            IF WT-NEED (WT-SUB) > ZERO
               PERFORM 450-TAKE-SURPLUS-RTN
                  VARYING WT-SUB2 FROM 1 BY 1
                  UNTIL WT-SUB2 > WT-COUNT
                     OR WT-NEED (WT-SUB) = ZERO
            END-IF.
        450-TAKE-SURPLUS-RTN.
            IF WT-SURPLUS (WT-SUB2) > ZERO
               IF XP-COUNT < 300
                  IF WT-SURPLUS (WT-SUB2) < WT-NEED (WT-SUB)
                     MOVE WT-SURPLUS (WT-SUB2) TO WS-MOVE-QTY
                  ELSE
                     MOVE WT-NEED (WT-SUB) TO WS-MOVE-QTY
                  END-IF
                  SUBTRACT WS-MOVE-QTY FROM WT-SURPLUS (WT-SUB2)
                                            WT-NEED (WT-SUB)
                  PERFORM 460-ADD-PLAN-RTN
               ELSE
                  DISPLAY "TRANSFER TABLE FULL, " WS-CUR-PRO-NO
                          " NOT PLANNED"
               END-IF
            END-IF.
        460-ADD-PLAN-RTN.
            ADD 1 TO XP-COUNT.
            MOVE WS-CUR-PRO-NO          TO XP-PRO-NO (XP-COUNT).
            MOVE WT-WAREHOUSE (WT-SUB2) TO XP-FROM-WH (XP-COUNT).
            MOVE WT-WAREHOUSE (WT-SUB)  TO XP-TO-WH (XP-COUNT).
            MOVE WS-MOVE-QTY            TO XP-QTY (XP-COUNT).
            MOVE WS-CUR-PRO-NO          TO DL-PRO-NO.
            MOVE WT-WAREHOUSE (WT-SUB2) TO DL-FROM-WH.
            MOVE "調撥" TO DL-REMARK.
            PERFORM 480-PRINT-LINE-RTN.
      * 調撥後仍不足之量由 Sample12-7 採購;停止補貨或淘汰之
      * 產品不再採購
        470-BUY-LINE-RTN.
            IF WT-NEED (WT-SUB) > ZERO
               MOVE WT-NEED (WT-SUB) TO WS-MOVE-QTY
               MOVE WS-CUR-PRO-NO TO DL-PRO-NO
               MOVE SPACES TO DL-FROM-WH
               IF PRO-ACTIVE OF PROD-REC
                  MOVE "待採購" TO DL-REMARK
                  ADD 1 TO BUY-CNT
               ELSE
                  MOVE "停止補貨" TO DL-REMARK
               END-IF
               PERFORM 480-PRINT-LINE-RTN
            END-IF.
        480-PRINT-LINE-RTN.
            MOVE WT-WAREHOUSE (WT-SUB) TO DL-TO-WH.
            COMPUTE DL-TO-QTY = WT-QTY (WT-SUB) + WT-INBOUND (WT-SUB).
            MOVE WT-MAX-QTY (WT-SUB) TO DL-TO-MAX.
            MOVE WS-MOVE-QTY TO DL-QTY.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 確認後逐筆比照 StockXfer 轉出:出倉減量、在途倉加量，
      * 建立狀態為已轉出之調撥單;出倉餘量已不足者不建立
        600-CREATE-RTN.
            MOVE XP-PRO-NO (XP-SUB)  TO CL-PRO-NO.
            MOVE XP-FROM-WH (XP-SUB) TO CL-FROM-WH.
            MOVE XP-TO-WH (XP-SUB)   TO CL-TO-WH.
            MOVE XP-QTY (XP-SUB)     TO CL-QTY.
            MOVE "I" TO SBR-FUNC OF BAL-REQ.
            MOVE XP-PRO-NO (XP-SUB) TO SBR-PRO-NO OF BAL-REQ.
            MOVE XP-FROM-WH (XP-SUB) TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            IF SBR-BALANCE OF BAL-REQ < XP-QTY (XP-SUB)
               MOVE SPACES TO CL-XF-NO
               MOVE "INSUFFICIENT STOCK" TO CL-STATUS
            ELSE
               PERFORM 620-DO-SHIP-RTN
               MOVE WS-XF-NO TO CL-XF-NO
               MOVE "CREATED" TO CL-STATUS
               ADD 1 TO CREATED-CNT
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM CREATED-LINE AFTER 2 LINES.
        620-DO-SHIP-RTN.
            MOVE XP-PRO-NO (XP-SUB) TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-XF-NO.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "ReplenXfer" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-XF-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE XP-FROM-WH (XP-SUB) TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ =
                    0 - XP-QTY (XP-SUB).
            CALL "StockBal" USING BAL-REQ.
            MOVE "XIT" TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE XP-QTY (XP-SUB) TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            IF WS-KEY-ERR = "N"
               PERFORM 650-LOG-MOVE-RTN
            END-IF.
            MOVE WS-XF-NO            TO XF-NO OF XFER-REC.
            MOVE XP-PRO-NO (XP-SUB)  TO XF-PRO-NO OF XFER-REC.
            MOVE XP-FROM-WH (XP-SUB) TO XF-FROM-WH OF XFER-REC.
            MOVE XP-TO-WH (XP-SUB)   TO XF-TO-WH OF XFER-REC.
            MOVE XP-QTY (XP-SUB)     TO XF-QTY OF XFER-REC.
            MOVE "S"                 TO XF-STATUS OF XFER-REC.
            MOVE WS-RUN-DATE-NUM     TO XF-SHIP-DATE OF XFER-REC.
            MOVE ZERO                TO XF-RECV-DATE OF XFER-REC.
            WRITE XFER-REC
               INVALID KEY
                  DISPLAY "DUPLICATE TRANSFER !! " WS-XF-NO
            END-WRITE.
      * 調撥不改變產品總量，異動帳以前後相同之量留存參考單號
        650-LOG-MOVE-RTN.
            MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF LOG-REC.
            MOVE RUN-YY TO SL-YY OF LOG-REC.
            MOVE RUN-MM TO SL-MM OF LOG-REC.
            MOVE RUN-DD TO SL-DD OF LOG-REC.
            MOVE "ReplenXfer" TO SL-SOURCE OF LOG-REC.
            MOVE WS-XF-NO TO SL-REF-NO OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-BEFORE OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-AFTER OF LOG-REC.
            MOVE PRO-WAREHOUSE OF PROD-REC
                 TO SL-WAREHOUSE OF LOG-REC.
            MOVE SPACES TO SL-REASON OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "WHLEVEL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WHLV-FILE-NAME.
            MOVE "XFER.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO XFER-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "WHREPL.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
