      **                            整包裝)，印現行對建議之提案
      **                            報表;經確認後以建議訂購點改寫
      **                            主檔 PRO-MIN-QTY，並經
      **                            MaintAudit 留存前後影像;可選擇
      **                            將流失銷售檔之客戶放棄量併入
      **                            月用量，反映未成交之需求;
      **                            停止補貨(P)與淘汰(D)之產品
      **                            建議點與建議量一律為零，套用
      **                            時將其訂購點歸零;另可依建議
      **                            點與建議量平均分配至產品之各
      **                            銷售倉庫，為尚未設定者建立倉別
      **                            補貨水準(WHLEVEL.DAT)
      **                            對照 (SLSCOMP.CBL) 之歷史檔
      **                            讀取

                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT LOST-FILE ASSIGN TO RANDOM LOST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LOST-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT WHLV-FILE ASSIGN TO RANDOM WHLV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WL-KEY
                  FILE STATUS IS WHLV-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD LOST-FILE
           LABEL RECORD IS STANDARD.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD WHLV-FILE
           LABEL RECORD IS STANDARD.
           COPY WHLVCOPY REPLACING ==WHLV-GRP== BY ==WHLV-REC==.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 WHLV-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 HIST-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 LOST-FS      PIC XX.
        77 WHLV-FS      PIC XX.
        77 LOC-FS       PIC XX.
        77 CNSL-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 LOC-MISSING  PIC X  VALUE "N".
        77 CNSL-MISSING PIC X  VALUE "N".
        77 OPER-MISSING PIC X  VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 WS-CONSIGN-LOC PIC X VALUE "N".
        77 SEED         PIC X  VALUE "N".
        77 WS-WH-CNT    PIC 9(3) VALUE 0.
        77 WS-SEED-MIN  PIC 9(5) VALUE 0.
        77 WS-SEED-MAX  PIC 9(5) VALUE 0.
        77 SEEDED-CNT   PIC 9(5) VALUE 0.
        77 HIST-EOF     PIC X  VALUE "N".
        77 LOST-EOF     PIC X  VALUE "N".
        77 LOST-MISSING PIC X  VALUE "N".
        77 INCL-LOST    PIC X  VALUE "N".
        77 WS-SLOT-PRO-NO PIC X(13) VALUE SPACES.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 SURE         PIC X  VALUE "N".
        77 WS-START-PERIOD PIC 9(6) VALUE 0.
        77 WS-SUGG-OQ   PIC 9(5) VALUE 0.
        77 WS-PACKS     PIC 9(5) VALUE 0.
        77 APPLIED-CNT  PIC 9(3) VALUE 0.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY PAGECTL.
           COPY RUNDATE.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "REORDER PLANNING PROPOSAL".
        01 LOST-NOTE-LINE.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "(USAGE INCLUDES LOST DEMAND)".
        01 HEADING2.
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "建議點".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "建議量".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "備註".
        01 DETAIL-LINE.
           05 RP-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 RP-SUGG-ROP       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 RP-SUGG-OQ        PIC ZZ,ZZ9.
           05 FILLER            PIC X(4).
           05 RP-REMARK         PIC X(12).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        LOST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOST-FILE.
        LOST-ERROR-PROCESS.
           IF LOST-FS NOT = "00"
              MOVE "Y" TO LOST-MISSING.
        WHLV-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WHLV-FILE.
        WHLV-ERROR-PROCESS.
           IF WHLV-FS NOT = "00"
              OPEN OUTPUT WHLV-FILE
              CLOSE WHLV-FILE
              OPEN I-O WHLV-FILE.
        LOC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOC-FILE.
        LOC-ERROR-PROCESS.
           IF LOC-FS NOT = "00"
              MOVE "Y" TO LOC-MISSING.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 050-SET-WINDOW-RTN.
            DISPLAY "INCLUDE LOST DEMAND IN USAGE?(Y/N):"
                    LINE 18 POSITION 10.
            ACCEPT INCL-LOST LINE 18 POSITION 47.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-HIST-RTN.
            PERFORM 400-LOOP-RTN UNTIL HIST-EOF = "Y".
            IF INCL-LOST = "Y"
               PERFORM 450-ADD-LOST-RTN
            END-IF.
            PERFORM 500-PROPOSE-RTN
               VARYING PL-SUB FROM 1 BY 1 UNTIL PL-SUB > PL-COUNT.
            DISPLAY "APPLY SUGGESTED REORDER POINTS?(Y/N):"
               DISPLAY "PRODUCTS UPDATED : " APPLIED-CNT
                       LINE 21 POSITION 10
            END-IF.
            DISPLAY "SEED WAREHOUSE LEVELS?(Y/N):"
                    LINE 22 POSITION 10.
            ACCEPT SEED LINE 22 POSITION 41.
            IF SEED = "Y"
               PERFORM 700-SEED-RTN
            END-IF.
            CLOSE HIST-FILE PROD-FILE OUT-FILE.
            STOP RUN.
      * 分析視窗:執行月(不含)往前十二個月，首月為去年同月，
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            IF INCL-LOST = "Y"
               WRITE OUT-REC FROM LOST-NOTE-LINE AFTER 1 LINES
            END-IF.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        300-READ-HIST-RTN.
            READ HIST-FILE NEXT RECORD
                       (WS-PER-YY - WS-START-YY) * 12
                     + WS-PER-MM - WS-START-MM + 1
               IF WS-MM-OFFSET > 0 AND WS-MM-OFFSET < 13
                  MOVE SH-PRO-NO OF HIST-REC TO WS-SLOT-PRO-NO
                  PERFORM 410-FIND-SLOT-RTN
                  IF SH-QTY OF HIST-REC > ZERO
                     ADD SH-QTY OF HIST-REC
            MOVE "N" TO PL-FOUND.
            PERFORM VARYING PL-SUB FROM 1 BY 1
                    UNTIL PL-SUB > PL-COUNT OR PL-FOUND = "Y"
               IF PL-PRO-NO (PL-SUB) = WS-SLOT-PRO-NO
                  MOVE "Y" TO PL-FOUND
               END-IF
            END-PERFORM.
               IF PL-COUNT < 200
                  ADD 1 TO PL-COUNT
                  MOVE PL-COUNT TO PL-SUB
                  MOVE WS-SLOT-PRO-NO TO PL-PRO-NO (PL-SUB)
               ELSE
                  DISPLAY "PLAN-TABLE FULL, "
                          WS-SLOT-PRO-NO " NOT PLANNED"
                  MOVE PL-COUNT TO PL-SUB
               END-IF
            END-IF.
      * 流失需求:客戶放棄之數量依放棄日落入同一視窗月份槽，
      * 視同該月用量;流失銷售檔不存在者略過
        450-ADD-LOST-RTN.
            MOVE "N" TO LOST-MISSING LOST-EOF.
            OPEN INPUT LOST-FILE.
            IF LOST-MISSING = "N"
               PERFORM 460-READ-LOST-RTN
               PERFORM 470-ONE-LOST-RTN UNTIL LOST-EOF = "Y"
               CLOSE LOST-FILE
            END-IF.
        460-READ-LOST-RTN.
            READ LOST-FILE AT END MOVE "Y" TO LOST-EOF.
        470-ONE-LOST-RTN.
            COMPUTE WS-MM-OFFSET =
                    (LS-YY OF LOST-REC - WS-START-YY) * 12
                  + LS-MM OF LOST-REC - WS-START-MM + 1.
            IF WS-MM-OFFSET > 0 AND WS-MM-OFFSET < 13
               MOVE LS-PRO-NO OF LOST-REC TO WS-SLOT-PRO-NO
               PERFORM 410-FIND-SLOT-RTN
               ADD LS-QTY OF LOST-REC
                   TO PL-MONTH-QTY (PL-SUB WS-MM-OFFSET)
            END-IF.
            PERFORM 460-READ-LOST-RTN.
      * 平均月用量與平均絕對偏差;建議點 = 平均 + 偏差(安全量)
      * ，建議量 = 平均進位至整包裝
        500-PROPOSE-RTN.
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            COMPUTE WS-SUGG-OQ ROUNDED = WS-AVG-QTY.
            MOVE SPACES TO RP-REMARK.
            IF WS-KEY-ERR = "N"
               AND NOT PRO-ACTIVE OF PROD-REC
               PERFORM 515-NO-REORDER-RTN
            END-IF.
            IF WS-KEY-ERR = "N"
               AND PRO-ACTIVE OF PROD-REC
               AND PRO-UNITS-PER-PACK OF PROD-REC IS NUMERIC
               AND PRO-UNITS-PER-PACK OF PROD-REC > ZERO
               COMPUTE WS-PACKS =
               COMPUTE WS-SUGG-OQ =
                       WS-PACKS * PRO-UNITS-PER-PACK OF PROD-REC
            END-IF.
      * 停止補貨或淘汰之產品不再補貨，建議點與建議量歸零
        515-NO-REORDER-RTN.
            MOVE ZERO TO WS-SUGG-ROP WS-SUGG-OQ.
            IF PRO-PHASE-OUT OF PROD-REC
               MOVE "停止補貨" TO RP-REMARK
            ELSE
               MOVE "淘汰" TO RP-REMARK
            END-IF.
        520-REPORT-LINE-RTN.
            MOVE PL-PRO-NO (PL-SUB) TO RP-PRO-NO.
            MOVE WS-AVG-QTY TO RP-AVG.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               AND NOT PRO-ACTIVE OF PROD-REC
               MOVE ZERO TO WS-SUGG-ROP
            END-IF.
            IF WS-KEY-ERR = "N"
               AND PRO-MIN-QTY OF PROD-REC NOT = WS-SUGG-ROP
               MOVE PROD-REC TO HOLD-IMAGE
            END-PERFORM.
            COMPUTE WS-MAD ROUNDED = WS-DEV-SUM / 12.
            COMPUTE WS-SUGG-ROP ROUNDED = WS-AVG-QTY + WS-MAD.
      * 倉別補貨水準初值:建議點與建議量依產品現有之銷售倉庫
      * (不含在途、待檢與寄售點)數平均分配，進位取整;最低量為
      * 分得之建議點，最高量再加分得之建議量;已設定者保留不改
        700-SEED-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            MOVE "N" TO LOC-MISSING CNSL-MISSING.
            OPEN I-O   WHLV-FILE
                 INPUT LOC-FILE CNSL-FILE.
            IF LOC-MISSING = "N"
               PERFORM 710-SEED-ONE-RTN
                  VARYING PL-SUB FROM 1 BY 1 UNTIL PL-SUB > PL-COUNT
               CLOSE LOC-FILE
            END-IF.
            IF CNSL-MISSING = "N"
               CLOSE CNSL-FILE
            END-IF.
            CLOSE WHLV-FILE.
            DISPLAY "WAREHOUSE LEVELS SEEDED : " SEEDED-CNT
                    LINE 23 POSITION 10.
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            MOVE "BATCH   " TO OP-ID.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "BATCH   " TO OP-ID
               END-READ
               CLOSE OPER-FILE
            END-IF.
        710-SEED-ONE-RTN.
            PERFORM 500-RECALC-ONLY-RTN.
            PERFORM 510-PACK-ROUND-RTN.
            IF WS-KEY-ERR = "N"
               AND PRO-ACTIVE OF PROD-REC
               AND WS-SUGG-ROP > ZERO
               MOVE ZERO TO WS-WH-CNT
               PERFORM 720-START-LOC-RTN
               PERFORM 730-COUNT-WH-RTN UNTIL LOC-EOF = "Y"
               IF WS-WH-CNT > ZERO
                  COMPUTE WS-SEED-MIN =
                          (WS-SUGG-ROP + WS-WH-CNT - 1) / WS-WH-CNT
                  COMPUTE WS-SEED-MAX = WS-SEED-MIN
                        + (WS-SUGG-OQ + WS-WH-CNT - 1) / WS-WH-CNT
                  PERFORM 720-START-LOC-RTN
                  PERFORM 740-SEED-WH-RTN UNTIL LOC-EOF = "Y"
               END-IF
            END-IF.
        720-START-LOC-RTN.
            MOVE PL-PRO-NO (PL-SUB) TO SB-PRO-NO OF LOC-REC.
            MOVE LOW-VALUES TO SB-WAREHOUSE OF LOC-REC.
            MOVE "N" TO LOC-EOF.
            START LOC-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "Y" TO LOC-EOF
            END-START.
            PERFORM 725-READ-LOC-NEXT.
        725-READ-LOC-NEXT.
            IF LOC-EOF = "N"
               READ LOC-FILE NEXT RECORD
                  AT END MOVE "Y" TO LOC-EOF
               END-READ
            END-IF.
            IF LOC-EOF = "N"
               AND SB-PRO-NO OF LOC-REC NOT = PL-PRO-NO (PL-SUB)
               MOVE "Y" TO LOC-EOF
            END-IF.
        730-COUNT-WH-RTN.
            PERFORM 750-CHECK-WH-RTN.
            IF WS-CONSIGN-LOC = "N"
               ADD 1 TO WS-WH-CNT
            END-IF.
            PERFORM 725-READ-LOC-NEXT.
        740-SEED-WH-RTN.
            PERFORM 750-CHECK-WH-RTN.
            IF WS-CONSIGN-LOC = "N"
               MOVE PL-PRO-NO (PL-SUB) TO WL-PRO-NO OF WHLV-REC
               MOVE SB-WAREHOUSE OF LOC-REC
                    TO WL-WAREHOUSE OF WHLV-REC
               MOVE WS-SEED-MIN TO WL-MIN-QTY OF WHLV-REC
               MOVE WS-SEED-MAX TO WL-MAX-QTY OF WHLV-REC
               MOVE OP-ID       TO WL-OPER-ID OF WHLV-REC
               MOVE RUN-DATE    TO WL-DATE OF WHLV-REC
               WRITE WHLV-REC
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE "WHLEVEL " TO AU-FILE-ID OF AUD-REC
                     MOVE "ADD   "   TO AU-ACTION OF AUD-REC
                     MOVE PL-PRO-NO (PL-SUB) TO AU-KEY OF AUD-REC
                     MOVE SPACES     TO AU-BEFORE OF AUD-REC
                     MOVE WHLV-REC   TO AU-AFTER OF AUD-REC
                     CALL "MaintAudit" USING AUD-REC
                     ADD 1 TO SEEDED-CNT
               END-WRITE
            END-IF.
            PERFORM 725-READ-LOC-NEXT.
      * 在途倉、待檢倉與客戶寄售點不設補貨水準
        750-CHECK-WH-RTN.
            MOVE "N" TO WS-CONSIGN-LOC.
            IF SB-WAREHOUSE OF LOC-REC = "XIT"
               OR SB-WAREHOUSE OF LOC-REC = "QC "
               MOVE "Y" TO WS-CONSIGN-LOC
            ELSE
               IF CNSL-MISSING = "N"
                  MOVE SB-WAREHOUSE OF LOC-REC
                       TO CG-WAREHOUSE OF CNSL-REC
                  READ CNSL-FILE
                     INVALID KEY MOVE "N" TO WS-CONSIGN-LOC
                     NOT INVALID KEY MOVE "Y" TO WS-CONSIGN-LOC
                  END-READ
               END-IF
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "LOSTSALE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOST-FILE-NAME.
            MOVE "REPLAN.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "WHLEVEL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WHLV-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
