      ** 進價差異報表 (PPVRPT.CBL):依收貨成本歷史檔，列出指定期間
      **                          各收貨行之到岸值與訂購單價、
      **                          訂購時廠商料號進價及收貨前平均
      **                          成本之差異(按實收量延伸);不利
      **                          差異逾容差 (APTOL.CPY) 者先列，
      **                          其餘次之，表尾依廠商、採購員與
      **                          產品類別小計並列合計
      **                          簽入操作員須有查看成本權限，否則不
      **                          予執行
      **                          對照 (VENDPERF.CBL) 之工作檔排序
      **                          與廠商別中斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PurchPriceVar.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT RCVC-FILE ASSIGN TO RANDOM RCVC-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RCVC-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "PPVSORT.TMP".
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD RCVC-FILE
           LABEL RECORD IS STANDARD.
           COPY RCVCCOPY REPLACING ==RCVC-GRP== BY ==RCVC-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-FLAG           PIC X(1).
           05 WK-VEND-NO        PIC X(4).
           05 WK-BUYER          PIC X(8).
           05 WK-CATEGORY       PIC X(3).
           05 WK-DATE           PIC 9(8).
           05 WK-PO-NO          PIC X(6).
           05 WK-PO-LINE        PIC 9(3).
           05 WK-PRO-NO         PIC X(13).
           05 WK-QTY            PIC 9(7).
           05 WK-LANDED         PIC 9(8)V99.
           05 WK-VAR-PO         PIC S9(8)V99.
           05 WK-VAR-LIST       PIC S9(8)V99.
           05 WK-VAR-AVG        PIC S9(8)V99.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-FLAG           PIC X(1).
           05 SD-VEND-NO        PIC X(4).
           05 SD-BUYER          PIC X(8).
           05 SD-CATEGORY       PIC X(3).
           05 SD-DATE           PIC 9(8).
           05 SD-PO-NO          PIC X(6).
           05 SD-PO-LINE        PIC 9(3).
           05 FILLER            PIC X(60).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 RCVC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
           COPY APTOL.
        77 RCVC-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 RCVC-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 WS-FROM-DATE PIC 9(8) VALUE 0.
        77 WS-TO-DATE   PIC 9(8) VALUE 0.
        77 WS-OVER      PIC X  VALUE "N".
        77 WS-TOL-PCT   PIC 9(2) VALUE 0.
        77 WS-TOL-AMT   PIC 9(8)V99 VALUE 0.
        77 SUM-BY       PIC X  VALUE SPACE.
        77 CHECK-FLAG   PIC X  VALUE SPACE.
        77 CHECK-KEY    PIC X(8) VALUE SPACES.
        77 WS-KEY       PIC X(8) VALUE SPACES.
      * 區段(逾容差/容差內)、小計與合計之到岸值及三種差異
        01 SEC-TOTALS.
           05 S-LANDED          PIC 9(9)V99 VALUE 0.
           05 S-VAR-PO          PIC S9(9)V99 VALUE 0.
           05 S-VAR-LIST        PIC S9(9)V99 VALUE 0.
           05 S-VAR-AVG         PIC S9(9)V99 VALUE 0.
        01 GRP-TOTALS.
           05 G-LANDED          PIC 9(9)V99 VALUE 0.
           05 G-VAR-PO          PIC S9(9)V99 VALUE 0.
           05 G-VAR-LIST        PIC S9(9)V99 VALUE 0.
           05 G-VAR-AVG         PIC S9(9)V99 VALUE 0.
        01 RPT-TOTALS.
           05 T-LANDED          PIC 9(9)V99 VALUE 0.
           05 T-VAR-PO          PIC S9(9)V99 VALUE 0.
           05 T-VAR-LIST        PIC S9(9)V99 VALUE 0.
           05 T-VAR-AVG         PIC S9(9)V99 VALUE 0.
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
           05 FILLER            PIC X(31)
              VALUE "PURCHASE PRICE VARIANCE REPORT".
        01 RANGE-LINE.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "收貨期間: ".
           05 RL-FROM           PIC 9999/99/99.
           05 FILLER            PIC X(3)  VALUE " - ".
           05 RL-TO             PIC 9999/99/99.
           05 FILLER            PIC X(13) VALUE "  TOLERANCE ".
           05 RL-TOL            PIC Z9.
           05 FILLER            PIC X(1)  VALUE "%".
        01 HEADING2.
           05 FILLER            PIC X(11) VALUE "訂購單".
           05 FILLER            PIC X(7)  VALUE "廠商".
           05 FILLER            PIC X(13) VALUE "產品編號".
           05 FILLER            PIC X(8)  VALUE "數量".
           05 FILLER            PIC X(10) VALUE "到岸值".
           05 FILLER            PIC X(12) VALUE "VS 訂購價".
           05 FILLER            PIC X(10) VALUE "VS 進價".
           05 FILLER            PIC X(10) VALUE "VS 均價".
        01 SECTION-LINE.
           05 FILLER            PIC X(4)  VALUE "*** ".
           05 SC-TITLE          PIC X(30).
           05 FILLER            PIC X(4)  VALUE " ***".
        01 DETAIL-LINE.
           05 DL-PO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 DL-PO-LINE        PIC 999.
           05 FILLER            PIC X(1).
           05 DL-VEND-NO        PIC X(4).
           05 FILLER            PIC X(1).
           05 DL-PRO-NO         PIC X(13).
           05 DL-QTY            PIC ZZZZZZ9.
           05 FILLER            PIC X(1).
           05 DL-LANDED         PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 DL-VAR-PO         PIC ZZZZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-VAR-LIST       PIC ZZZZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-VAR-AVG        PIC ZZZZZ9.99-.
        01 TOTAL-LINE.
           05 TL-LABEL          PIC X(14).
           05 TL-KEY            PIC X(8).
           05 FILLER            PIC X(14).
           05 TL-LANDED         PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 TL-VAR-PO         PIC ZZZZZ9.99-.
           05 FILLER            PIC X(1).
           05 TL-VAR-LIST       PIC ZZZZZ9.99-.
           05 FILLER            PIC X(1).
           05 TL-VAR-AVG        PIC ZZZZZ9.99-.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        RCVC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCVC-FILE.
        RCVC-ERROR-PROCESS.
           IF RCVC-FS NOT = "00"
              DISPLAY "NO RECEIPT COSTS ON FILE - NOTHING TO REPORT"
              STOP RUN.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = "
                      WORK-FS
              STOP RUN.
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
            PERFORM 050-ACCEPT-RANGE-RTN.
            IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "INVALID DATE RANGE" LINE 20 POSITION 15
            ELSE
               PERFORM 100-BUILD-WORK-RTN
               PERFORM 150-SORT-WORK-RTN
               OPEN OUTPUT OUT-FILE
               PERFORM 200-WRITE-HEADING
               PERFORM 300-DETAIL-RTN
               PERFORM 600-SUMMARY-RTN
               PERFORM 700-WRITE-TOTAL-RTN
               CLOSE OUT-FILE
            END-IF.
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
        050-ACCEPT-RANGE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "起始日期 (YYYYMMDD) :" LINE 5 POSITION 15.
            ACCEPT WS-FROM-DATE LINE 5 POSITION 38.
            DISPLAY "結束日期 (YYYYMMDD) :" LINE 6 POSITION 15.
            ACCEPT WS-TO-DATE LINE 6 POSITION 38.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TOL-PCT = AP-PRICE-TOL * 100.
      * 期間內之收貨行卸載至工作檔，並算出三種延伸差異(正數為
      * 不利，即付出較預期多)
        100-BUILD-WORK-RTN.
            OPEN INPUT RCVC-FILE
                 OUTPUT WORK-FILE.
            PERFORM 110-READ-RCVC-RTN.
            PERFORM 120-ONE-RCVC-RTN UNTIL RCVC-EOF = "Y".
            CLOSE RCVC-FILE WORK-FILE.
        110-READ-RCVC-RTN.
            READ RCVC-FILE AT END MOVE "Y" TO RCVC-EOF.
        120-ONE-RCVC-RTN.
            IF RV-DATE OF RCVC-REC NOT < WS-FROM-DATE
               AND RV-DATE OF RCVC-REC NOT > WS-TO-DATE
               MOVE RV-VEND-NO OF RCVC-REC  TO WK-VEND-NO
               MOVE RV-BUYER OF RCVC-REC    TO WK-BUYER
               MOVE RV-CATEGORY OF RCVC-REC TO WK-CATEGORY
               MOVE RV-DATE OF RCVC-REC     TO WK-DATE
               MOVE RV-PO-NO OF RCVC-REC    TO WK-PO-NO
               MOVE RV-PO-LINE OF RCVC-REC  TO WK-PO-LINE
               MOVE RV-PRO-NO OF RCVC-REC   TO WK-PRO-NO
               MOVE RV-QTY OF RCVC-REC      TO WK-QTY
               MOVE RV-LANDED-VALUE OF RCVC-REC TO WK-LANDED
               COMPUTE WK-VAR-PO = RV-LANDED-VALUE OF RCVC-REC
                                 - RV-PO-VALUE OF RCVC-REC
               COMPUTE WK-VAR-LIST = RV-LANDED-VALUE OF RCVC-REC
                                   - RV-LIST-VALUE OF RCVC-REC
               COMPUTE WK-VAR-AVG = RV-LANDED-VALUE OF RCVC-REC
                                  - RV-AVG-VALUE OF RCVC-REC
               PERFORM 130-CHECK-TOL-RTN
               IF WS-OVER = "Y"
                  MOVE "1" TO WK-FLAG
               ELSE
                  MOVE "2" TO WK-FLAG
               END-IF
               WRITE WORK-REC
            END-IF.
            PERFORM 110-READ-RCVC-RTN.
      * 任一不利差異超過其比較基準乘容差者即逾容差;基準為零
      * (無進價或無原成本)者該項不比
        130-CHECK-TOL-RTN.
            MOVE "N" TO WS-OVER.
            COMPUTE WS-TOL-AMT ROUNDED =
                    RV-PO-VALUE OF RCVC-REC * AP-PRICE-TOL.
            IF RV-PO-VALUE OF RCVC-REC > ZERO
               AND WK-VAR-PO > WS-TOL-AMT
               MOVE "Y" TO WS-OVER
            END-IF.
            COMPUTE WS-TOL-AMT ROUNDED =
                    RV-LIST-VALUE OF RCVC-REC * AP-PRICE-TOL.
            IF RV-LIST-VALUE OF RCVC-REC > ZERO
               AND WK-VAR-LIST > WS-TOL-AMT
               MOVE "Y" TO WS-OVER
            END-IF.
            COMPUTE WS-TOL-AMT ROUNDED =
                    RV-AVG-VALUE OF RCVC-REC * AP-PRICE-TOL.
            IF RV-AVG-VALUE OF RCVC-REC > ZERO
               AND WK-VAR-AVG > WS-TOL-AMT
               MOVE "Y" TO WS-OVER
            END-IF.
      * 逾容差者在前，同區段內依廠商、收貨日、訂購單排序
        150-SORT-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-FLAG
                                 SD-VEND-NO
                                 SD-DATE
                                 SD-PO-NO
                                 SD-PO-LINE
                USING WORK-FILE
                GIVING WORK-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-FROM-DATE TO RL-FROM.
            MOVE WS-TO-DATE   TO RL-TO.
            MOVE WS-TOL-PCT   TO RL-TOL.
            WRITE OUT-REC FROM RANGE-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 第一段:收貨明細，逾容差區段與容差內區段各列區段合計
        300-DETAIL-RTN.
            MOVE "N" TO WORK-EOF.
            OPEN INPUT WORK-FILE.
            PERFORM 310-READ-WORK-RTN.
            IF WORK-EOF = "N"
               MOVE WK-FLAG TO CHECK-FLAG
               PERFORM 320-SECTION-TITLE-RTN
               PERFORM 400-DETAIL-LOOP-RTN UNTIL WORK-EOF = "Y"
               PERFORM 440-SECTION-BREAK-RTN
            END-IF.
            CLOSE WORK-FILE.
        310-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        320-SECTION-TITLE-RTN.
            IF CHECK-FLAG = "1"
               MOVE "OVER TOLERANCE" TO SC-TITLE
            ELSE
               MOVE "WITHIN TOLERANCE" TO SC-TITLE
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SECTION-LINE AFTER 2 LINES.
        400-DETAIL-LOOP-RTN.
            IF WK-FLAG NOT = CHECK-FLAG
               PERFORM 440-SECTION-BREAK-RTN
               MOVE WK-FLAG TO CHECK-FLAG
               PERFORM 320-SECTION-TITLE-RTN
            END-IF.
            MOVE WK-PO-NO    TO DL-PO-NO.
            MOVE WK-PO-LINE  TO DL-PO-LINE.
            MOVE WK-VEND-NO  TO DL-VEND-NO.
            MOVE WK-PRO-NO   TO DL-PRO-NO.
            MOVE WK-QTY      TO DL-QTY.
            MOVE WK-LANDED   TO DL-LANDED.
            MOVE WK-VAR-PO   TO DL-VAR-PO.
            MOVE WK-VAR-LIST TO DL-VAR-LIST.
            MOVE WK-VAR-AVG  TO DL-VAR-AVG.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINES.
            ADD WK-LANDED   TO S-LANDED T-LANDED.
            ADD WK-VAR-PO   TO S-VAR-PO T-VAR-PO.
            ADD WK-VAR-LIST TO S-VAR-LIST T-VAR-LIST.
            ADD WK-VAR-AVG  TO S-VAR-AVG T-VAR-AVG.
            PERFORM 310-READ-WORK-RTN.
        440-SECTION-BREAK-RTN.
            MOVE "區段合計" TO TL-LABEL.
            MOVE SPACES     TO TL-KEY.
            MOVE S-LANDED   TO TL-LANDED.
            MOVE S-VAR-PO   TO TL-VAR-PO.
            MOVE S-VAR-LIST TO TL-VAR-LIST.
            MOVE S-VAR-AVG  TO TL-VAR-AVG.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            INITIALIZE SEC-TOTALS.
      * 第二段:依廠商、採購員、產品類別分別重排工作檔小計
        600-SUMMARY-RTN.
            MOVE "V" TO SUM-BY.
            MOVE "BY VENDOR" TO SC-TITLE.
            SORT SORT-FILE
                ON ASCENDING KEY SD-VEND-NO
                USING WORK-FILE
                GIVING WORK-FILE.
            PERFORM 610-SUMMARY-PASS-RTN.
            MOVE "B" TO SUM-BY.
            MOVE "BY BUYER" TO SC-TITLE.
            SORT SORT-FILE
                ON ASCENDING KEY SD-BUYER
                USING WORK-FILE
                GIVING WORK-FILE.
            PERFORM 610-SUMMARY-PASS-RTN.
            MOVE "C" TO SUM-BY.
            MOVE "BY CATEGORY" TO SC-TITLE.
            SORT SORT-FILE
                ON ASCENDING KEY SD-CATEGORY
                USING WORK-FILE
                GIVING WORK-FILE.
            PERFORM 610-SUMMARY-PASS-RTN.
        610-SUMMARY-PASS-RTN.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SECTION-LINE AFTER 2 LINES.
            MOVE "N" TO WORK-EOF.
            OPEN INPUT WORK-FILE.
            PERFORM 310-READ-WORK-RTN.
            IF WORK-EOF = "N"
               PERFORM 620-SET-KEY-RTN
               MOVE WS-KEY TO CHECK-KEY
               PERFORM 630-SUMMARY-LOOP-RTN UNTIL WORK-EOF = "Y"
               PERFORM 640-GROUP-BREAK-RTN
            END-IF.
            CLOSE WORK-FILE.
        620-SET-KEY-RTN.
            IF SUM-BY = "V"
               MOVE WK-VEND-NO TO WS-KEY
            ELSE
               IF SUM-BY = "B"
                  MOVE WK-BUYER TO WS-KEY
               ELSE
                  MOVE WK-CATEGORY TO WS-KEY
               END-IF
            END-IF.
        630-SUMMARY-LOOP-RTN.
            PERFORM 620-SET-KEY-RTN.
            IF WS-KEY NOT = CHECK-KEY
               PERFORM 640-GROUP-BREAK-RTN
               MOVE WS-KEY TO CHECK-KEY
            END-IF.
            ADD WK-LANDED   TO G-LANDED.
            ADD WK-VAR-PO   TO G-VAR-PO.
            ADD WK-VAR-LIST TO G-VAR-LIST.
            ADD WK-VAR-AVG  TO G-VAR-AVG.
            PERFORM 310-READ-WORK-RTN.
        640-GROUP-BREAK-RTN.
            MOVE SPACES     TO TL-LABEL.
            MOVE CHECK-KEY  TO TL-KEY.
            MOVE G-LANDED   TO TL-LANDED.
            MOVE G-VAR-PO   TO TL-VAR-PO.
            MOVE G-VAR-LIST TO TL-VAR-LIST.
            MOVE G-VAR-AVG  TO TL-VAR-AVG.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 1 LINES.
            INITIALIZE GRP-TOTALS.
        700-WRITE-TOTAL-RTN.
            MOVE "報表合計" TO TL-LABEL.
            MOVE SPACES     TO TL-KEY.
            MOVE T-LANDED   TO TL-LANDED.
            MOVE T-VAR-PO   TO TL-VAR-PO.
            MOVE T-VAR-LIST TO TL-VAR-LIST.
            MOVE T-VAR-AVG  TO TL-VAR-AVG.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "RCVCOST.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCVC-FILE-NAME.
            MOVE "PPVWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "PPVRPT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
