      ** 流失銷售報表 (LOSTRPT.CBL):指定月份之流失銷售檔依產品+
      **                           原因彙總流失數量，以產品主檔
      **                           現行售價計算流失金額，產品別
      **                           小計，表尾另列各原因(缺貨、
      **                           價格、交期)合計，供補貨與訂價
      **                           檢討
      **                           對照 (CUSTPROF.CBL) 之月份選取
      **                           與 (SHRINK.CBL) 之原因彙總

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     LostSalesRpt.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT LOST-FILE ASSIGN TO RANDOM LOST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LOST-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
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
           SELECT SORT-FILE ASSIGN TO "LSTSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD LOST-FILE
           LABEL RECORD IS STANDARD.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-PRO-NO         PIC X(13).
           05 WK-REASON         PIC X(1).
           05 WK-QTY            PIC 9(5).
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-PRO-NO         PIC X(13).
           05 SD-REASON         PIC X(1).
           05 FILLER            PIC X(5).

        WORKING-STORAGE SECTION.
        77 LOST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 LOST-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 LOST-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PERIOD-IN PIC 9(6) VALUE 0.
        77 WS-LOST-PERIOD PIC 9(6) VALUE 0.
        77 WS-PRICE     PIC 9(5)V99 VALUE 0.
        77 WS-NAME      PIC X(10) VALUE SPACES.
        77 WS-VALUE     PIC 9(9)V99 VALUE 0.
        77 CHECK-PRO-NO PIC X(13) VALUE SPACES.
        77 CHECK-REASON PIC X(1)  VALUE SPACE.
        77 R-QTY        PIC 9(7) VALUE 0.
        77 P-QTY        PIC 9(7) VALUE 0.
        77 P-VALUE      PIC 9(9)V99 VALUE 0.
        77 T-QTY        PIC 9(7) VALUE 0.
        77 T-VALUE      PIC 9(9)V99 VALUE 0.
        77 RN-SUB       PIC 9(1) VALUE 0.
      * 原因代碼與說明;表尾依原因合計
        01 REASON-NAMES.
           05 FILLER            PIC X(7)  VALUE "S缺貨".
           05 FILLER            PIC X(7)  VALUE "P價格".
           05 FILLER            PIC X(7)  VALUE "L交期".
        01 REASON-NAMES-R REDEFINES REASON-NAMES.
           05 RN-ENTRY OCCURS 3 TIMES.
              10 RN-CODE        PIC X(1).
              10 RN-DESC        PIC X(6).
        01 REASON-TOTALS.
           05 RT-ENTRY OCCURS 3 TIMES.
              10 RT-QTY         PIC 9(7).
              10 RT-VALUE       PIC 9(9)V99.
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
           05 FILLER            PIC X(17)
              VALUE "LOST SALES REPORT".
        01 PERIOD-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "報表月份: ".
           05 PL-PERIOD         PIC 9999/99.
        01 HEADING2.
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(12) VALUE "產品名稱".
           05 FILLER            PIC X(8)  VALUE "原因".
           05 FILLER            PIC X(12) VALUE "流失數量".
           05 FILLER            PIC X(12) VALUE "流失金額".
        01 DETAIL-LINE.
           05 LR-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 LR-NAME           PIC X(10).
           05 FILLER            PIC X(2).
           05 LR-REASON         PIC X(6).
           05 FILLER            PIC X(2).
           05 LR-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 LR-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 PRODUCT-LINE.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "小計".
           05 PR-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 PR-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 REASON-HEADING.
           05 FILLER            PIC X(27) VALUE "各原因合計".
        01 REASON-LINE.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 RL-DESC           PIC X(8).
           05 RL-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 RL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 TOTAL-LINE.
           05 FILLER            PIC X(35) VALUE "TOTALS".
           05 TL-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 TL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        LOST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOST-FILE.
        LOST-ERROR-PROCESS.
           IF LOST-FS NOT = "00"
              DISPLAY "NO LOST SALES ON FILE - NOTHING TO REPORT"
              STOP RUN.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = "
                      WORK-FS
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
            PERFORM 100-BUILD-WORK-RTN.
            PERFORM 150-SORT-WORK-RTN.
            PERFORM 300-REPORT-RTN.
            STOP RUN.
      * 指定月份之流失銷售卸載至工作檔
        100-BUILD-WORK-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "報表月份 (YYYYMM) :" LINE 5 POSITION 15.
            ACCEPT WS-PERIOD-IN LINE 5 POSITION 36.
            OPEN INPUT LOST-FILE
                 OUTPUT WORK-FILE.
            PERFORM 110-READ-LOST-RTN.
            PERFORM 120-ONE-LOST-RTN UNTIL LOST-EOF = "Y".
            CLOSE LOST-FILE WORK-FILE.
        110-READ-LOST-RTN.
            READ LOST-FILE AT END MOVE "Y" TO LOST-EOF.
        120-ONE-LOST-RTN.
            MOVE LS-DATE OF LOST-REC (1:6) TO WS-LOST-PERIOD.
            IF WS-LOST-PERIOD = WS-PERIOD-IN
               MOVE LS-PRO-NO OF LOST-REC TO WK-PRO-NO
               MOVE LS-REASON OF LOST-REC TO WK-REASON
               MOVE LS-QTY OF LOST-REC    TO WK-QTY
               WRITE WORK-REC
            END-IF.
            PERFORM 110-READ-LOST-RTN.
      * 產品+原因排序，同產品同原因相鄰
        150-SORT-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-PRO-NO
                                 SD-REASON
                USING WORK-FILE
                GIVING WORK-FILE.
        300-REPORT-RTN.
            OPEN INPUT WORK-FILE
                        PROD-FILE
                 OUTPUT OUT-FILE.
            INITIALIZE REASON-TOTALS.
            PERFORM 200-WRITE-HEADING.
            PERFORM 310-READ-WORK-RTN.
            IF WORK-EOF = "N"
               MOVE WK-REASON TO CHECK-REASON
               PERFORM 330-NEW-PRODUCT-RTN
               PERFORM 400-LOOP-RTN UNTIL WORK-EOF = "Y"
               PERFORM 420-REASON-BREAK-RTN
               PERFORM 440-PRODUCT-BREAK-RTN
            END-IF.
            PERFORM 500-WRITE-ENDING.
            CLOSE WORK-FILE PROD-FILE OUT-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-PERIOD-IN TO PL-PERIOD.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        310-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
      * 產品不同時讀主檔取名稱與現行售價;主檔已刪除者以零計價
        330-NEW-PRODUCT-RTN.
            MOVE WK-PRO-NO TO CHECK-PRO-NO.
            MOVE WK-PRO-NO TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE PRO-NAME OF PROD-REC  TO WS-NAME
               MOVE PRO-PRICE OF PROD-REC TO WS-PRICE
            ELSE
               MOVE SPACES TO WS-NAME
               MOVE ZERO   TO WS-PRICE
            END-IF.
        400-LOOP-RTN.
            IF WK-PRO-NO NOT = CHECK-PRO-NO
               PERFORM 420-REASON-BREAK-RTN
               PERFORM 440-PRODUCT-BREAK-RTN
               PERFORM 330-NEW-PRODUCT-RTN
               MOVE WK-REASON TO CHECK-REASON
            ELSE
               IF WK-REASON NOT = CHECK-REASON
                  PERFORM 420-REASON-BREAK-RTN
                  MOVE WK-REASON TO CHECK-REASON
               END-IF
            END-IF.
            ADD WK-QTY TO R-QTY.
            PERFORM 310-READ-WORK-RTN.
      * 產品+原因一行;流失金額 = 數量 x 現行售價
        420-REASON-BREAK-RTN.
            COMPUTE WS-VALUE = R-QTY * WS-PRICE.
            PERFORM 425-FIND-REASON-RTN.
            MOVE CHECK-PRO-NO TO LR-PRO-NO.
            MOVE WS-NAME      TO LR-NAME.
            IF RN-SUB > ZERO
               MOVE RN-DESC (RN-SUB) TO LR-REASON
               ADD R-QTY    TO RT-QTY (RN-SUB)
               ADD WS-VALUE TO RT-VALUE (RN-SUB)
            ELSE
               MOVE CHECK-REASON TO LR-REASON
            END-IF.
            MOVE R-QTY    TO LR-QTY.
            MOVE WS-VALUE TO LR-VALUE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINES.
            ADD R-QTY    TO P-QTY T-QTY.
            ADD WS-VALUE TO P-VALUE T-VALUE.
            MOVE ZERO TO R-QTY.
        425-FIND-REASON-RTN.
            IF CHECK-REASON = RN-CODE (1)
               MOVE 1 TO RN-SUB
            ELSE
               IF CHECK-REASON = RN-CODE (2)
                  MOVE 2 TO RN-SUB
               ELSE
                  IF CHECK-REASON = RN-CODE (3)
                     MOVE 3 TO RN-SUB
                  ELSE
                     MOVE 0 TO RN-SUB
                  END-IF
               END-IF
            END-IF.
        440-PRODUCT-BREAK-RTN.
            MOVE P-QTY   TO PR-QTY.
            MOVE P-VALUE TO PR-VALUE.
            WRITE OUT-REC FROM PRODUCT-LINE AFTER 1 LINES.
            MOVE SPACES TO OUT-REC.
            WRITE OUT-REC AFTER 1 LINES.
            MOVE ZERO TO P-QTY P-VALUE.
        500-WRITE-ENDING.
            WRITE OUT-REC FROM REASON-HEADING AFTER 2 LINES.
            PERFORM 510-ONE-REASON-RTN
               VARYING RN-SUB FROM 1 BY 1 UNTIL RN-SUB > 3.
            MOVE T-QTY   TO TL-QTY.
            MOVE T-VALUE TO TL-VALUE.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
        510-ONE-REASON-RTN.
            MOVE RN-DESC (RN-SUB)  TO RL-DESC.
            MOVE RT-QTY (RN-SUB)   TO RL-QTY.
            MOVE RT-VALUE (RN-SUB) TO RL-VALUE.
            WRITE OUT-REC FROM REASON-LINE AFTER 1 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "LOSTSALE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOST-FILE-NAME.
            MOVE "LSTWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "LOSTRPT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
