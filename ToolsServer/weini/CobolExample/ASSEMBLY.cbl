      **                            經取號副程式編工單號，扣減各
      **                            組件、增加母件(均經 StockLog/
      **                            StockBal 以同一工單號留存異動)
      **                            ，並印工作檯領料單;母件成本以
      **                            BomCost 多層彙算之單位成本與
      **                            組裝前庫存值移動平均改寫主檔
      **                            並寫入價格歷史 PRICE.HST
      **                            對照 (SALEPOST.CBL) 之用料表
      **                            展開

           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT HIST-FILE ASSIGN TO RANDOM HIST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HIST-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY PRICEHST REPLACING ==PRICE-HIST-GRP== BY ==HIST-REC==.

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BOM-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 PROD-FS      PIC XX.
        77 BOM-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 HIST-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 BOM-EOF      PIC X  VALUE "N".
        77 WS-PARENT-NO PIC X(13).
        77 NN-SERIES    PIC X(8) VALUE "WORKORD".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 HOLD-QTY     PIC 9(5) VALUE 0.
        77 HOLD-COST    PIC 9(5)V99 VALUE 0.
        77 WS-NEW-COST  PIC 9(5)V99 VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
           COPY BOMCREQ REPLACING ==BOMC-REQ-GRP== BY ==COST-REQ==.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
           COPY RUNDATE.
           05 FC-COMP-NO        PIC X(13).
           05 FILLER            PIC X(4).
           05 FC-QTY            PIC ZZZ,ZZ9.
        01 FORM-COST-LINE.
           05 FILLER            PIC X(15) VALUE "組裝成本 : ".
           05 FO-ROLL-COST      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(20) VALUE "  新平均成本 : ".
           05 FO-NEW-COST       PIC ZZ,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        HIST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HIST-FILE.
        HIST-ERROR-PROCESS.
           IF HIST-FS NOT = "00"
              OPEN OUTPUT HIST-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN I-O   PROD-FILE
                 INPUT BOM-FILE
                 OUTPUT OUT-FILE
                 EXTEND HIST-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-ORDER-RTN UNTIL CONTI = "N".
            CLOSE PROD-FILE BOM-FILE OUT-FILE HIST-FILE.
            EXIT PROGRAM.
        100-ORDER-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
               AND BM-PARENT-NO OF BOM-REC NOT = WS-PARENT-NO
               MOVE "Y" TO BOM-EOF
            END-IF.
      * 第二遍:取工單號、扣組件、加母件、印領料單;母件成本於
      * 扣組件前彙算，以組裝時之組件成本計
        300-BUILD-RTN.
            MOVE WS-PARENT-NO TO RU-PRO-NO OF COST-REQ.
            CALL "BomCost" USING COST-REQ.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-WO-NO.
            PERFORM 350-PRINT-HEAD-RTN.
            PERFORM 400-ADD-PARENT-RTN.
            DISPLAY "WORK ORDER " WS-WO-NO " BUILT"
                    LINE 19 POSITION 10.
            IF RU-ERROR OF COST-REQ NOT = SPACE
               DISPLAY "BOM COST INCOMPLETE - PARENT COST UNCHANGED"
                       LINE 20 POSITION 10
            END-IF.
        310-RELIEVE-ONE-RTN.
            COMPUTE WS-COMP-QTY =
                    WS-BUILD-QTY * BM-QTY-PER OF BOM-REC.
            IF WS-KEY-ERR = "N"
               MOVE PRO-QTY OF PROD-REC TO HOLD-QTY
               ADD WS-BUILD-QTY TO PRO-QTY OF PROD-REC
               PERFORM 410-AVERAGE-COST-RTN
               REWRITE PROD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING PROD-FILE FOR "
                             PRO-NO OF PROD-REC
               END-REWRITE
               PERFORM 500-LOG-MOVE-RTN
               IF RU-ERROR OF COST-REQ = SPACE
                  PERFORM 420-WRITE-HIST-RTN
               END-IF
            END-IF.
      * 移動平均:新成本 = (組裝前庫存值 + 本次組裝量 * 彙算成本)
      * / 合計量;彙算不全(組件缺檔或用料表循環)時不改成本
        410-AVERAGE-COST-RTN.
            MOVE PRO-COST OF PROD-REC TO HOLD-COST.
            MOVE HOLD-COST TO WS-NEW-COST.
            IF RU-ERROR OF COST-REQ = SPACE
               COMPUTE WS-NEW-COST ROUNDED =
                       (HOLD-QTY * HOLD-COST
                        + WS-BUILD-QTY * RU-COST OF COST-REQ)
                       / (HOLD-QTY + WS-BUILD-QTY)
                  ON SIZE ERROR MOVE HOLD-COST TO WS-NEW-COST
               END-COMPUTE
               MOVE WS-NEW-COST TO PRO-COST OF PROD-REC
            END-IF.
            MOVE RU-COST OF COST-REQ TO FO-ROLL-COST.
            MOVE WS-NEW-COST TO FO-NEW-COST.
            WRITE OUT-REC FROM FORM-COST-LINE AFTER 2 LINES.
        420-WRITE-HIST-RTN.
            MOVE PRO-NO OF PROD-REC    TO PH-PRO-NO OF HIST-REC.
            MOVE WS-RUN-DATE-NUM       TO PH-EFF-DATE OF HIST-REC.
            MOVE PRO-COST OF PROD-REC  TO PH-PRO-COST OF HIST-REC.
            MOVE PRO-PRICE OF PROD-REC TO PH-PRO-PRICE OF HIST-REC.
            WRITE HIST-REC.
        500-LOG-MOVE-RTN.
            MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF LOG-REC.
            MOVE RUN-YY TO SL-YY OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "AssemblyOrd" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-WO-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE PRO-WAREHOUSE OF PROD-REC
                 TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE "ASSEMBLY.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "PRICE.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO HIST-FILE-NAME.
