      **                            盤點一次，逾期或從未盤點者列入
      **                            ;清單印出並寫入 COUNT.DAT 待
      **                            盤(數量零、待輸入)，後續由
      **                            StockCount 輸入盤點量與過帳;
      **                            建待盤紀錄時凍結該倉帳面量與
      **                            時間為盤點快照，已過帳或未輸入
      **                            之舊紀錄重排時改以新快照取代
      **                            對照 (STKCOUNT.CBL) 之盤點檔

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-KEY
                  FILE STATUS IS CNT-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           COPY CNTHCOPY REPLACING ==CNTH-GRP== BY ==CNTH-REC==.
        FD CNT-FILE
           LABEL RECORD IS STANDARD.
           COPY CNTDCOPY REPLACING ==CNTD-GRP== BY ==CNT-REC==.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        77 CNTH-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CNT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PROD-FS      PIC XX.
        77 ABCC-FS      PIC XX.
        77 CNTH-FS      PIC XX.
        77 CNT-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 LOC-FS       PIC XX.
        77 LOC-MISSING  PIC X  VALUE "N".
        77 PROD-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-CLASS     PIC X  VALUE "C".
              OPEN OUTPUT CNT-FILE
              CLOSE CNT-FILE
              OPEN I-O CNT-FILE.
        LOC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOC-FILE.
        LOC-ERROR-PROCESS.
           IF LOC-FS NOT = "00"
              MOVE "Y" TO LOC-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
                       CNTH-FILE
                 I-O   CNT-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO LOC-MISSING.
            OPEN INPUT LOC-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 200-WRITE-HEADING.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 2 LINES.
            DISPLAY "CYCLE COUNT PRODUCTS DUE : " DUE-CNT.
            CLOSE PROD-FILE ABCC-FILE CNTH-FILE CNT-FILE OUT-FILE.
            IF LOC-MISSING = "N"
               CLOSE LOC-FILE
            END-IF.
            STOP RUN.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE WS-LAST-COUNT TO CC-LAST-COUNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 430-BUILD-CNT-RTN.
            WRITE CNT-REC
               INVALID KEY PERFORM 440-REISSUE-RTN
            END-WRITE.
      * 待盤紀錄同時凍結該倉帳面量(無倉別庫存紀錄者以主檔合計
      * 量為準)與快照日期時間，盤點期間之異動不致成為差異
        430-BUILD-CNT-RTN.
            MOVE PRO-NO OF PROD-REC TO CN-PRO-NO.
            MOVE PRO-WAREHOUSE OF PROD-REC TO CN-WAREHOUSE.
            MOVE ZERO  TO CN-COUNT-QTY.
            MOVE SPACE TO CN-STATUS.
            MOVE SPACES TO CN-REASON.
            MOVE PRO-QTY OF PROD-REC TO CN-SNAP-QTY.
            IF LOC-MISSING = "N"
               MOVE CN-PRO-NO    TO SB-PRO-NO OF LOC-REC
               MOVE CN-WAREHOUSE TO SB-WAREHOUSE OF LOC-REC
               READ LOC-FILE
                  NOT INVALID KEY
                     MOVE SB-QTY OF LOC-REC TO CN-SNAP-QTY
               END-READ
            END-IF.
            MOVE WS-RUN-DATE-NUM TO CN-SNAP-DATE.
            ACCEPT CN-SNAP-TIME FROM TIME.
            MOVE ZERO TO CN-MOVE-QTY.
      * 已有紀錄:已輸入盤點量者保留，已過帳或尚未輸入者以新快照
      * 重開
        440-REISSUE-RTN.
            READ CNT-FILE
               INVALID KEY CONTINUE
            END-READ.
            IF NOT CN-ENTERED
               PERFORM 430-BUILD-CNT-RTN
               REWRITE CNT-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING CNT-FILE FOR " CN-KEY
               END-REWRITE
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "COUNT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNT-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
            MOVE "CYCLECNT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
