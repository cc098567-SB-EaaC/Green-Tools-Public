      ** 存貨週轉報表 (TURNRPT.CBL):依銷售歷史檔近十二個月之銷售量
      **                           乘主檔現行成本得銷貨成本，以視窗
      **                           首日帳面量(庫存異動檔視窗內第一
      **                           筆之異動前量，視窗內無異動者即
      **                           現有量)與現有量之平均計平均庫存
      **                           價值，算出週轉率與依現行用量之
      **                           存貨天數;天數超過輸入門檻者註記
      **                           呆滯，不足一週者註記快速;產品
      **                           依週轉率由低至高排序，另依產品
      **                           類別與倉庫(依倉別庫存比例分攤)
      **                           合計
      **                           簽入操作員須有查看成本權限，否則不
      **                           予執行
      **                           對照 (ABCRPT.CBL) 之排序彙總與
      **                           (REPLAN.CBL) 之十二個月視窗

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     TurnoverReport.
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
           SELECT HIST-FILE ASSIGN TO RANDOM HIST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SH-KEY
                  FILE STATUS IS HIST-FS.
           SELECT LED-FILE ASSIGN TO RANDOM LED-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LED-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT SUMM-FILE ASSIGN TO RANDOM SUMM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SUMM-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "TURNSORT.TMP".
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY SLSHCOPY REPLACING ==SLSH-GRP== BY ==HIST-REC==.
        FD LED-FILE
           LABEL RECORD IS STANDARD.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LED-REC==.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-PRO-NO         PIC X(13).
           05 WK-DATE           PIC 9(8).
           05 WK-TIME           PIC X(8).
           05 WK-QTY            PIC 9(5).
        FD SUMM-FILE
           LABEL RECORD IS STANDARD.
        01 SUMM-REC.
           05 SU-TURN           PIC 9(3)V99.
           05 SU-PRO-NO         PIC X(13).
           05 SU-CATEGORY       PIC X(3).
           05 SU-ONHAND         PIC 9(10)V99.
           05 SU-AVG            PIC 9(10)V99.
           05 SU-COGS           PIC 9(10)V99.
           05 SU-DAYS           PIC 9(4).
           05 SU-FLAG           PIC X(6).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-LED-KEY        PIC X(29).
           05 FILLER            PIC X(5).
        01 SD-REC-2.
           05 SD-TURN-KEY       PIC X(18).
           05 FILLER            PIC X(49).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LED-FILE-NAME          PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SUMM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 HIST-FS      PIC XX.
        77 LED-FS       PIC XX.
        77 LOC-FS       PIC XX.
        77 WORK-FS      PIC XX.
        77 SUMM-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 PROD-EOF     PIC X  VALUE "N".
        77 LED-EOF      PIC X  VALUE "N".
        77 LED-MISSING  PIC X  VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 LOC-MISSING  PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 SUMM-EOF     PIC X  VALUE "N".
        77 WS-SLOW-DAYS PIC 9(4) VALUE 0.
        77 WS-START-PERIOD PIC 9(6) VALUE 0.
        77 WS-END-PERIOD PIC 9(6) VALUE 0.
        77 WS-START-DATE PIC 9(8) VALUE 0.
        01 WS-START-R.
           05 WS-START-YY PIC 9(4).
           05 WS-START-MM PIC 9(2).
        01 WS-PERIOD-R.
           05 WS-PER-YY PIC 9(4).
           05 WS-PER-MM PIC 9(2).
        77 WS-MM-CNT    PIC 9(2) VALUE 0.
        77 WS-YEAR-QTY  PIC S9(9) VALUE 0.
        77 WS-OPEN-QTY  PIC 9(5) VALUE 0.
        77 WS-LOC-TOTAL PIC S9(7) VALUE 0.
        77 WS-LOC-QTY   PIC 9(5) VALUE 0.
        77 WS-SHARE-ONHAND PIC 9(10)V99 VALUE 0.
        77 WS-SHARE-AVG PIC 9(10)V99 VALUE 0.
        77 WS-SHARE-COGS PIC 9(10)V99 VALUE 0.
        77 WS-ROLL-CODE PIC X(3) VALUE SPACES.
      * 週轉率與天數之計算欄:產品、類別、倉庫與合計共用
        77 WS-R-ONHAND  PIC 9(12)V99 VALUE 0.
        77 WS-R-AVG     PIC 9(12)V99 VALUE 0.
        77 WS-R-COGS    PIC 9(12)V99 VALUE 0.
        77 WS-R-TURN    PIC 9(3)V99 VALUE 0.
        77 WS-R-DAYS    PIC 9(4) VALUE 0.
        01 CAT-TABLE.
           05 CT-ENTRY OCCURS 50 TIMES.
              10 CT-CAT-CODE    PIC X(3)   VALUE SPACES.
              10 CT-ONHAND      PIC 9(12)V99 VALUE 0.
              10 CT-AVG         PIC 9(12)V99 VALUE 0.
              10 CT-COGS        PIC 9(12)V99 VALUE 0.
        77 CT-COUNT     PIC 9(2) VALUE 0.
        77 CT-SUB       PIC 9(2) VALUE 0.
        77 CT-FOUND     PIC X  VALUE "N".
        01 WH-TABLE.
           05 WT-ENTRY OCCURS 50 TIMES.
              10 WT-WAREHOUSE   PIC X(3)   VALUE SPACES.
              10 WT-ONHAND      PIC 9(12)V99 VALUE 0.
              10 WT-AVG         PIC 9(12)V99 VALUE 0.
              10 WT-COGS        PIC 9(12)V99 VALUE 0.
        77 WT-COUNT     PIC 9(2) VALUE 0.
        77 WT-SUB       PIC 9(2) VALUE 0.
        77 WT-FOUND     PIC X  VALUE "N".
        77 T-ONHAND     PIC 9(12)V99 VALUE 0.
        77 T-AVG        PIC 9(12)V99 VALUE 0.
        77 T-COGS       PIC 9(12)V99 VALUE 0.
        77 T-SLOW-CNT   PIC 9(5) VALUE 0.
        77 T-FAST-CNT   PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(26)
              VALUE "INVENTORY TURNOVER REPORT".
        01 PERIOD-LINE.
           05 FILLER            PIC X(17) VALUE "分析期間   : ".
           05 PL-START-PERIOD   PIC 9(6).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 PL-END-PERIOD     PIC 9(6).
           05 FILLER            PIC X(20) VALUE "   呆滯門檻 : ".
           05 PL-SLOW-DAYS      PIC ZZZ9.
           05 FILLER            PIC X(4)  VALUE " 天".
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(6)  VALUE "類別".
           05 FILLER            PIC X(12) VALUE "現有價值".
           05 FILLER            PIC X(12) VALUE "平均庫存".
           05 FILLER            PIC X(12) VALUE "銷貨成本".
           05 FILLER            PIC X(9)  VALUE "週轉率".
           05 FILLER            PIC X(6)  VALUE "天數".
           05 FILLER            PIC X(6)  VALUE "註記".
        01 DETAIL-LINE.
           05 TL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1).
           05 TL-CATEGORY       PIC X(3).
           05 FILLER            PIC X(3).
           05 TL-ONHAND         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TL-AVG            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TL-COGS           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TL-TURN           PIC ZZ9.99.
           05 FILLER            PIC X(3).
           05 TL-DAYS           PIC ZZZ9.
           05 FILLER            PIC X(2).
           05 TL-FLAG           PIC X(6).
        01 ROLL-HEADING.
           05 RG-TITLE          PIC X(20).
        01 ROLL-LINE.
           05 RL-KIND           PIC X(7).
           05 RL-CODE           PIC X(3).
           05 FILLER            PIC X(10).
           05 RL-ONHAND         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 RL-AVG            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 RL-COGS           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 RL-TURN           PIC ZZ9.99.
           05 FILLER            PIC X(3).
           05 RL-DAYS           PIC ZZZ9.
        01 COUNT-LINE.
           05 FILLER      PIC X(13) VALUE "SLOW ITEMS : ".
           05 CL-SLOW-CNT PIC ZZ,ZZ9.
           05 FILLER      PIC X(15) VALUE "  FAST ITEMS : ".
           05 CL-FAST-CNT PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        HIST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HIST-FILE.
        HIST-ERROR-PROCESS.
           IF HIST-FS NOT = "00"
              DISPLAY "ERROR OPENING HIST-FILE, FILE STATUS = "
                      HIST-FS
              STOP RUN.
        LED-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LED-FILE.
        LED-ERROR-PROCESS.
           IF LED-FS NOT = "00"
              MOVE "Y" TO LED-MISSING.
        LOC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOC-FILE.
        LOC-ERROR-PROCESS.
           IF LOC-FS NOT = "00"
              MOVE "Y" TO LOC-MISSING.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = "
                      WORK-FS
              STOP RUN.
        SUMM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SUMM-FILE.
        SUMM-ERROR-PROCESS.
           IF SUMM-FS NOT = "00"
              DISPLAY "ERROR OPENING SUMM-FILE, FILE STATUS = "
                      SUMM-FS
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
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 050-SET-WINDOW-RTN.
            PERFORM 100-GET-THRESHOLD-RTN.
            PERFORM 150-BUILD-LEDGER-WORK-RTN.
            PERFORM 170-SORT-LEDGER-WORK-RTN.
            PERFORM 300-BUILD-SUMM-RTN.
            PERFORM 450-SORT-SUMM-RTN.
            OPEN INPUT SUMM-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 500-READ-SUMM-RTN.
            PERFORM 510-WRITE-DETAIL-RTN UNTIL SUMM-EOF = "Y".
            PERFORM 600-WRITE-ROLLUP-RTN.
            CLOSE SUMM-FILE OUT-FILE.
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
      * 分析視窗:執行月(不含)往前十二個月，首月為去年同月，
      * 末月為上月
        050-SET-WINDOW-RTN.
            MOVE RUN-YY TO WS-START-YY.
            MOVE RUN-MM TO WS-START-MM.
            SUBTRACT 1 FROM WS-START-YY.
            MOVE WS-START-R TO WS-START-PERIOD.
            COMPUTE WS-START-DATE = WS-START-PERIOD * 100 + 1.
            MOVE RUN-YY TO WS-PER-YY.
            MOVE RUN-MM TO WS-PER-MM.
            IF WS-PER-MM = 1
               MOVE 12 TO WS-PER-MM
               SUBTRACT 1 FROM WS-PER-YY
            ELSE
               SUBTRACT 1 FROM WS-PER-MM
            END-IF.
            MOVE WS-PERIOD-R TO WS-END-PERIOD.
      * 存貨天數超過門檻者註記呆滯;未輸入以 180 天計
        100-GET-THRESHOLD-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "呆滯天數門檻 (預設 180) :"
                    LINE 5 POSITION 15.
            ACCEPT WS-SLOW-DAYS LINE 5 POSITION 43.
            IF WS-SLOW-DAYS = ZERO
               MOVE 180 TO WS-SLOW-DAYS
            END-IF.
      * 視窗內之異動逐筆卸載至工作檔，排序後每產品第一筆之異動前
      * 量即視窗首日之帳面量;異動檔未建時以現有量計
        150-BUILD-LEDGER-WORK-RTN.
            OPEN OUTPUT WORK-FILE.
            MOVE "N" TO LED-MISSING.
            OPEN INPUT LED-FILE.
            IF LED-MISSING = "N"
               PERFORM 160-READ-LED-RTN
               PERFORM 165-ONE-LED-RTN UNTIL LED-EOF = "Y"
               CLOSE LED-FILE
            END-IF.
            CLOSE WORK-FILE.
        160-READ-LED-RTN.
            READ LED-FILE AT END MOVE "Y" TO LED-EOF.
        165-ONE-LED-RTN.
            IF SL-DATE OF LED-REC NOT < WS-START-DATE
               MOVE SL-PRO-NO OF LED-REC     TO WK-PRO-NO
               MOVE SL-DATE OF LED-REC       TO WK-DATE
               MOVE SL-TIME OF LED-REC       TO WK-TIME
               MOVE SL-QTY-BEFORE OF LED-REC TO WK-QTY
               WRITE WORK-REC
            END-IF.
            PERFORM 160-READ-LED-RTN.
        170-SORT-LEDGER-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-LED-KEY
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
            MOVE WS-START-PERIOD TO PL-START-PERIOD.
            MOVE WS-END-PERIOD   TO PL-END-PERIOD.
            MOVE WS-SLOW-DAYS    TO PL-SLOW-DAYS.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 產品主檔與排序後之工作檔依產品編號對照，每產品一筆彙總;
      * 無庫存且視窗內無銷售者不列
        300-BUILD-SUMM-RTN.
            OPEN INPUT PROD-FILE HIST-FILE WORK-FILE
                 OUTPUT SUMM-FILE.
            MOVE "N" TO LOC-MISSING.
            OPEN INPUT LOC-FILE.
            PERFORM 320-READ-WORK-RTN.
            PERFORM 310-READ-PROD-RTN.
            PERFORM 330-ONE-PROD-RTN UNTIL PROD-EOF = "Y".
            CLOSE PROD-FILE HIST-FILE WORK-FILE SUMM-FILE.
            IF LOC-MISSING = "N"
               CLOSE LOC-FILE
            END-IF.
        310-READ-PROD-RTN.
            READ PROD-FILE NEXT RECORD AT END MOVE "Y" TO PROD-EOF.
        320-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        330-ONE-PROD-RTN.
            PERFORM 320-READ-WORK-RTN
               UNTIL WORK-EOF = "Y"
                  OR WK-PRO-NO NOT < PRO-NO OF PROD-REC.
            IF WORK-EOF = "N" AND WK-PRO-NO = PRO-NO OF PROD-REC
               MOVE WK-QTY TO WS-OPEN-QTY
            ELSE
               MOVE PRO-QTY OF PROD-REC TO WS-OPEN-QTY
            END-IF.
            PERFORM 340-SUM-YEAR-RTN.
            IF PRO-QTY OF PROD-REC > ZERO OR WS-YEAR-QTY > ZERO
               OR WS-OPEN-QTY > ZERO
               PERFORM 360-WRITE-SUMM-RTN
            END-IF.
            PERFORM 310-READ-PROD-RTN.
      * 近十二個月銷售量(退貨淨額)合計，負值以零計
        340-SUM-YEAR-RTN.
            MOVE ZERO TO WS-YEAR-QTY.
            MOVE WS-START-R TO WS-PERIOD-R.
            PERFORM 350-ONE-MONTH-RTN
               VARYING WS-MM-CNT FROM 1 BY 1 UNTIL WS-MM-CNT > 12.
            IF WS-YEAR-QTY < ZERO
               MOVE ZERO TO WS-YEAR-QTY
            END-IF.
        350-ONE-MONTH-RTN.
            MOVE WS-PERIOD-R TO SH-PERIOD OF HIST-REC.
            MOVE PRO-NO OF PROD-REC TO SH-PRO-NO OF HIST-REC.
            READ HIST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  ADD SH-QTY OF HIST-REC TO WS-YEAR-QTY
            END-READ.
            IF WS-PER-MM = 12
               MOVE 1 TO WS-PER-MM
               ADD 1 TO WS-PER-YY
            ELSE
               ADD 1 TO WS-PER-MM
            END-IF.
        360-WRITE-SUMM-RTN.
            COMPUTE WS-R-ONHAND =
                    PRO-QTY OF PROD-REC * PRO-COST OF PROD-REC.
            COMPUTE WS-R-AVG ROUNDED =
                    (WS-OPEN-QTY + PRO-QTY OF PROD-REC)
                    * PRO-COST OF PROD-REC / 2.
            COMPUTE WS-R-COGS =
                    WS-YEAR-QTY * PRO-COST OF PROD-REC.
            PERFORM 700-RATIO-RTN.
            MOVE WS-R-TURN   TO SU-TURN.
            MOVE PRO-NO OF PROD-REC       TO SU-PRO-NO.
            MOVE PRO-CATEGORY OF PROD-REC TO SU-CATEGORY.
            MOVE WS-R-ONHAND TO SU-ONHAND.
            MOVE WS-R-AVG    TO SU-AVG.
            MOVE WS-R-COGS   TO SU-COGS.
            MOVE WS-R-DAYS   TO SU-DAYS.
            MOVE SPACES      TO SU-FLAG.
            IF WS-R-DAYS > WS-SLOW-DAYS
               MOVE "呆滯" TO SU-FLAG
               ADD 1 TO T-SLOW-CNT
            ELSE
               IF WS-R-COGS > ZERO AND WS-R-DAYS < 7
                  MOVE "快速" TO SU-FLAG
                  ADD 1 TO T-FAST-CNT
               END-IF
            END-IF.
            WRITE SUMM-REC.
            ADD SU-ONHAND TO T-ONHAND.
            ADD SU-AVG    TO T-AVG.
            ADD SU-COGS   TO T-COGS.
            PERFORM 370-ACCUM-CATEGORY-RTN.
            PERFORM 380-ACCUM-WAREHOUSE-RTN.
        370-ACCUM-CATEGORY-RTN.
            MOVE "N" TO CT-FOUND.
            PERFORM 375-MATCH-CATEGORY-RTN
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT OR CT-FOUND = "Y".
            IF CT-FOUND = "Y"
               SUBTRACT 1 FROM CT-SUB
            ELSE
               IF CT-COUNT < 50
                  ADD 1 TO CT-COUNT
                  MOVE CT-COUNT TO CT-SUB
                  MOVE SU-CATEGORY TO CT-CAT-CODE (CT-SUB)
                  MOVE "Y" TO CT-FOUND
               ELSE
                  DISPLAY "CAT-TABLE FULL, "
                          SU-CATEGORY " NOT SUBTOTALLED"
               END-IF
            END-IF.
            IF CT-FOUND = "Y"
               ADD SU-ONHAND TO CT-ONHAND (CT-SUB)
               ADD SU-AVG    TO CT-AVG (CT-SUB)
               ADD SU-COGS   TO CT-COGS (CT-SUB)
            END-IF.
        375-MATCH-CATEGORY-RTN.
            IF CT-CAT-CODE (CT-SUB) = SU-CATEGORY
               MOVE "Y" TO CT-FOUND
            END-IF.
      * 倉庫別依各倉現有量占產品合計之比例分攤;各倉皆無庫存者
      * 全數歸主檔預設倉
        380-ACCUM-WAREHOUSE-RTN.
            MOVE ZERO TO WS-LOC-TOTAL.
            IF LOC-MISSING = "N"
               PERFORM 390-START-LOC-RTN
               PERFORM 392-ADD-LOC-TOTAL-RTN UNTIL LOC-EOF = "Y"
            END-IF.
            IF WS-LOC-TOTAL > ZERO
               PERFORM 390-START-LOC-RTN
               PERFORM 394-SPLIT-LOC-RTN UNTIL LOC-EOF = "Y"
            ELSE
               MOVE PRO-WAREHOUSE OF PROD-REC TO WS-ROLL-CODE
               MOVE SU-ONHAND TO WS-SHARE-ONHAND
               MOVE SU-AVG    TO WS-SHARE-AVG
               MOVE SU-COGS   TO WS-SHARE-COGS
               PERFORM 396-ADD-WAREHOUSE-RTN
            END-IF.
        390-START-LOC-RTN.
            MOVE PRO-NO OF PROD-REC TO SB-PRO-NO OF LOC-REC.
            MOVE LOW-VALUES TO SB-WAREHOUSE OF LOC-REC.
            MOVE "N" TO LOC-EOF.
            START LOC-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "Y" TO LOC-EOF
            END-START.
            PERFORM 391-READ-LOC-NEXT.
        391-READ-LOC-NEXT.
            IF LOC-EOF = "N"
               READ LOC-FILE NEXT RECORD
                  AT END MOVE "Y" TO LOC-EOF
               END-READ
            END-IF.
            IF LOC-EOF = "N"
               AND SB-PRO-NO OF LOC-REC NOT = PRO-NO OF PROD-REC
               MOVE "Y" TO LOC-EOF
            END-IF.
        392-ADD-LOC-TOTAL-RTN.
            IF SB-QTY OF LOC-REC > ZERO
               ADD SB-QTY OF LOC-REC TO WS-LOC-TOTAL
            END-IF.
            PERFORM 391-READ-LOC-NEXT.
        394-SPLIT-LOC-RTN.
            IF SB-QTY OF LOC-REC > ZERO
               MOVE SB-QTY OF LOC-REC TO WS-LOC-QTY
               MOVE SB-WAREHOUSE OF LOC-REC TO WS-ROLL-CODE
               COMPUTE WS-SHARE-ONHAND =
                       WS-LOC-QTY * PRO-COST OF PROD-REC
               COMPUTE WS-SHARE-AVG ROUNDED =
                       SU-AVG * WS-LOC-QTY / WS-LOC-TOTAL
               COMPUTE WS-SHARE-COGS ROUNDED =
                       SU-COGS * WS-LOC-QTY / WS-LOC-TOTAL
               PERFORM 396-ADD-WAREHOUSE-RTN
            END-IF.
            PERFORM 391-READ-LOC-NEXT.
        396-ADD-WAREHOUSE-RTN.
            MOVE "N" TO WT-FOUND.
            PERFORM 397-MATCH-WAREHOUSE-RTN
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-COUNT OR WT-FOUND = "Y".
            IF WT-FOUND = "Y"
               SUBTRACT 1 FROM WT-SUB
            ELSE
               IF WT-COUNT < 50
                  ADD 1 TO WT-COUNT
                  MOVE WT-COUNT TO WT-SUB
                  MOVE WS-ROLL-CODE TO WT-WAREHOUSE (WT-SUB)
                  MOVE "Y" TO WT-FOUND
               ELSE
                  DISPLAY "WH-TABLE FULL, "
                          WS-ROLL-CODE " NOT SUBTOTALLED"
               END-IF
            END-IF.
            IF WT-FOUND = "Y"
               ADD WS-SHARE-ONHAND TO WT-ONHAND (WT-SUB)
               ADD WS-SHARE-AVG    TO WT-AVG (WT-SUB)
               ADD WS-SHARE-COGS   TO WT-COGS (WT-SUB)
            END-IF.
        397-MATCH-WAREHOUSE-RTN.
            IF WT-WAREHOUSE (WT-SUB) = WS-ROLL-CODE
               MOVE "Y" TO WT-FOUND
            END-IF.
      * 週轉率由低至高，優先檢討積壓最久之產品
        450-SORT-SUMM-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-TURN-KEY
                USING SUMM-FILE
                GIVING SUMM-FILE.
        500-READ-SUMM-RTN.
            READ SUMM-FILE AT END MOVE "Y" TO SUMM-EOF.
        510-WRITE-DETAIL-RTN.
            MOVE SU-PRO-NO   TO TL-PRO-NO.
            MOVE SU-CATEGORY TO TL-CATEGORY.
            MOVE SU-ONHAND   TO TL-ONHAND.
            MOVE SU-AVG      TO TL-AVG.
            MOVE SU-COGS     TO TL-COGS.
            MOVE SU-TURN     TO TL-TURN.
            MOVE SU-DAYS     TO TL-DAYS.
            MOVE SU-FLAG     TO TL-FLAG.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 500-READ-SUMM-RTN.
        600-WRITE-ROLLUP-RTN.
            MOVE "依類別合計" TO RG-TITLE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM ROLL-HEADING AFTER 2 LINES.
            PERFORM 610-WRITE-CATEGORY-RTN
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
            MOVE "依倉庫合計" TO RG-TITLE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM ROLL-HEADING AFTER 2 LINES.
            PERFORM 620-WRITE-WAREHOUSE-RTN
               VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT.
            MOVE "合計" TO RL-KIND.
            MOVE SPACES TO RL-CODE.
            MOVE T-ONHAND TO WS-R-ONHAND.
            MOVE T-AVG    TO WS-R-AVG.
            MOVE T-COGS   TO WS-R-COGS.
            PERFORM 630-WRITE-ROLL-LINE-RTN.
            MOVE T-SLOW-CNT TO CL-SLOW-CNT.
            MOVE T-FAST-CNT TO CL-FAST-CNT.
            WRITE OUT-REC FROM COUNT-LINE AFTER 2 LINES.
        610-WRITE-CATEGORY-RTN.
            MOVE "類別 " TO RL-KIND.
            MOVE CT-CAT-CODE (CT-SUB) TO RL-CODE.
            MOVE CT-ONHAND (CT-SUB) TO WS-R-ONHAND.
            MOVE CT-AVG (CT-SUB)    TO WS-R-AVG.
            MOVE CT-COGS (CT-SUB)   TO WS-R-COGS.
            PERFORM 630-WRITE-ROLL-LINE-RTN.
        620-WRITE-WAREHOUSE-RTN.
            MOVE "倉庫 " TO RL-KIND.
            MOVE WT-WAREHOUSE (WT-SUB) TO RL-CODE.
            MOVE WT-ONHAND (WT-SUB) TO WS-R-ONHAND.
            MOVE WT-AVG (WT-SUB)    TO WS-R-AVG.
            MOVE WT-COGS (WT-SUB)   TO WS-R-COGS.
            PERFORM 630-WRITE-ROLL-LINE-RTN.
        630-WRITE-ROLL-LINE-RTN.
            PERFORM 700-RATIO-RTN.
            MOVE WS-R-ONHAND TO RL-ONHAND.
            MOVE WS-R-AVG    TO RL-AVG.
            MOVE WS-R-COGS   TO RL-COGS.
            MOVE WS-R-TURN   TO RL-TURN.
            MOVE WS-R-DAYS   TO RL-DAYS.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM ROLL-LINE AFTER 2 LINES.
      * 週轉率 = 銷貨成本 / 平均庫存;存貨天數 = 現有價值 * 365
      * / 銷貨成本(即依近十二個月用量可供應之天數)。有庫存無
      * 銷售者天數以 9999 計，無平均庫存有銷售者週轉率以 999.99 計
        700-RATIO-RTN.
            IF WS-R-AVG > ZERO
               COMPUTE WS-R-TURN ROUNDED = WS-R-COGS / WS-R-AVG
                  ON SIZE ERROR MOVE 999.99 TO WS-R-TURN
               END-COMPUTE
            ELSE
               IF WS-R-COGS > ZERO
                  MOVE 999.99 TO WS-R-TURN
               ELSE
                  MOVE ZERO TO WS-R-TURN
               END-IF
            END-IF.
            IF WS-R-COGS > ZERO
               COMPUTE WS-R-DAYS ROUNDED =
                       WS-R-ONHAND * 365 / WS-R-COGS
                  ON SIZE ERROR MOVE 9999 TO WS-R-DAYS
               END-COMPUTE
            ELSE
               IF WS-R-ONHAND > ZERO
                  MOVE 9999 TO WS-R-DAYS
               ELSE
                  MOVE ZERO TO WS-R-DAYS
               END-IF
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SALES.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO HIST-FILE-NAME.
            MOVE "STOCK.LED" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LED-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
            MOVE "TURNWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "TURNSUMM.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SUMM-FILE-NAME.
            MOVE "TURNRPT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
